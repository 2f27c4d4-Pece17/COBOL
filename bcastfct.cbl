000310*
000320* MODIFICATION HISTORY
000330*   2026-09-02  RSW  Original program.
000331*   2026-10-15  RSW  Resolves banner symbols (&RUNDATE,
000332*                    &DAYNAME, &NEXTBUSDAY and the SYMVALS
000333*                    variables) as of each forecast day, the
000334*                    way SAMPLE-PROGRAM's 2250 will that
000335*                    morning, and prints the resolved wording
000336*                    under the line.  A message that will be
000337*                    rejected SYMB is flagged SYMBOL WILL
000338*                    REJECT and counted toward condition 8.
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
000640     SELECT FORECAST-REPORT-FILE ASSIGN TO FCSTRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-FCSTRPT-STATUS.
000662
000664     SELECT SYMBOL-VALUE-FILE ASSIGN TO SYMVALS
000666         ORGANIZATION IS SEQUENTIAL
000668         FILE STATUS IS WS-SYMVALS-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY FCSTRPTL.
000871
000872 FD  SYMBOL-VALUE-FILE
000873     RECORDING MODE IS F
000874     LABEL RECORDS ARE STANDARD.
000875     COPY SYMVAL.
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUSES.
000960         88  WS-HRZNPARM-OK               VALUE '00'.
000970     05  WS-FCSTRPT-STATUS           PIC X(02) VALUE '00'.
000980         88  WS-FCSTRPT-OK                VALUE '00'.
000982     05  WS-SYMVALS-STATUS           PIC X(02) VALUE '00'.
000984         88  WS-SYMVALS-OK                VALUE '00'.
000990
001000 01  WS-SWITCHES.
001010     05  WS-FCSTRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001120         88  WS-SUCCESSOR-FOUND            VALUE 'Y'.
001130     05  WS-LEAP-FLAG                PIC X(01) VALUE 'N'.
001140         88  WS-LEAP-YEAR                  VALUE 'Y'.
001150     05  WS-SYMVALS-EOF-SW           PIC X(01) VALUE 'N'.
001160         88  WS-SYMVALS-EOF                VALUE 'Y'.
001170     05  WS-SYMBOLS-FAILED-SW        PIC X(01) VALUE 'N'.
001180         88  WS-SYMBOLS-FAILED             VALUE 'Y'.
001190     05  WS-SYMBOL-SEEN-SW           PIC X(01) VALUE 'N'.
001200         88  WS-SYMBOL-SEEN                VALUE 'Y'.
001210     05  WS-SYMBOL-FOUND-SW          PIC X(01) VALUE 'N'.
001220         88  WS-SYMBOL-FOUND               VALUE 'Y'.
001230     05  WS-NAME-DONE-SW             PIC X(01) VALUE 'N'.
001240         88  WS-NAME-DONE                  VALUE 'Y'.
001250
001260 01  WS-TODAY                        PIC 9(08).
001270
001280 01  WS-FCST-DATE                    PIC 9(08) VALUE ZERO.
001290 01  WS-FCST-SPLIT REDEFINES WS-FCST-DATE.
001300     05  WS-FCST-YEAR                PIC 9(04).
001310     05  WS-FCST-MONTH               PIC 9(02).
001320     05  WS-FCST-DAY                 PIC 9(02).
001330
001340 01  WS-HORIZON-END                  PIC 9(08) VALUE ZERO.
001350 01  WS-NEXT-DAY-DATE                PIC 9(08) VALUE ZERO.
001360 01  WS-FCST-DAY-OF-WEEK             PIC 9(01) VALUE ZERO.
001370 01  WS-SAVE-FCST-DATE               PIC 9(08) VALUE ZERO.
001380
001390 01  WS-MONTH-DAY-VALUES             PIC X(24)
001400     VALUE '312831303130313130313031'.
001410 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
001420     05  WS-MONTH-DAYS OCCURS 12 TIMES
001430                                     PIC 9(02).
001440 01  WS-MONTH-LIMIT                  PIC 9(02) VALUE ZERO.
001450
001460 01  WS-LEAP-WORK.
001470     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001480     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001490
001500 01  WS-ZELLER-WORK.
001510     05  WS-Z-YEAR                   PIC 9(04) COMP VALUE ZERO.
001520     05  WS-Z-MONTH                  PIC 9(02) COMP VALUE ZERO.
001530     05  WS-Z-DAY                    PIC 9(02) COMP VALUE ZERO.
001540     05  WS-Z-CENTURY                PIC 9(02) COMP VALUE ZERO.
001550     05  WS-Z-YEAR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
001560     05  WS-Z-MONTH-TERM             PIC 9(03) COMP VALUE ZERO.
001570     05  WS-Z-SUM                    PIC 9(05) COMP VALUE ZERO.
001580     05  WS-Z-QUOTIENT               PIC 9(05) COMP VALUE ZERO.
001590     05  WS-Z-REMAINDER              PIC 9(02) COMP VALUE ZERO.
001600
001610 77  WS-HORIZON-DAYS                 PIC 9(03) COMP VALUE ZERO.
001620 77  WS-DAY-NUMBER                   PIC 9(03) COMP VALUE ZERO.
001630 77  WS-SCHED-COUNT                  PIC 9(03) COMP VALUE ZERO.
001640 77  WS-SCHED-SUB                    PIC 9(03) COMP VALUE ZERO.
001650 77  WS-MASTER-COUNT                 PIC 9(03) COMP VALUE ZERO.
001660 77  WS-MASTER-SUB                   PIC 9(03) COMP VALUE ZERO.
001670 77  WS-SUCC-SUB                     PIC 9(03) COMP VALUE ZERO.
001680 77  WS-GAP-COUNT                    PIC 9(05) COMP VALUE ZERO.
001690 77  WS-NO-SUCC-COUNT                PIC 9(05) COMP VALUE ZERO.
001700 77  WS-SYMB-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
001710 77  WS-SYMBOL-COUNT                 PIC 9(02) COMP VALUE ZERO.
001720 77  WS-SYMBOL-SUB                   PIC 9(02) COMP VALUE ZERO.
001730 77  WS-SYMBOL-FOUND-SUB             PIC 9(02) COMP VALUE ZERO.
001740 77  WS-DAY-NAME-SUB                 PIC 9(01) COMP VALUE ZERO.
001750 77  WS-NBD-DAYS-AHEAD               PIC 9(01) COMP VALUE ZERO.
001760 77  WS-LINE-POS                     PIC 9(03) COMP VALUE ZERO.
001770
001780 01  WS-SCHED-TABLE.
001790     05  WS-SCHED-ENTRY OCCURS 100 TIMES.
001800         10  WS-SE-DATE              PIC 9(08).
001810             88  WS-SE-DAY-OF-WEEK-RULE   VALUE ZERO.
001820         10  WS-SE-DAY-OF-WEEK       PIC 9(01).
001830         10  WS-SE-TYPE              PIC X(10).
001840         10  WS-SE-LANGUAGE          PIC X(02).
001850
001860 01  WS-MASTER-TABLE.
001870     05  WS-MASTER-ENTRY OCCURS 200 TIMES.
001880         10  WS-ME-RECORD-KEY        PIC 9(06).
001890         10  WS-ME-TYPE              PIC X(10).
001900         10  WS-ME-LANGUAGE          PIC X(02).
001910         10  WS-ME-EFFECTIVE-DATE    PIC 9(08).
001920         10  WS-ME-EXPIRY-DATE       PIC 9(08).
001930         10  WS-ME-TEXT              PIC X(24).
001940         10  WS-ME-FULL-TEXT         PIC X(240).
001950         10  WS-ME-LENGTH            PIC 9(03).
001960
001970******************************************************************
001980* Banner symbols, resolved as of the forecast day.  The date
001990* symbol values are set per day by 3020; the named symbols are
002000* loaded from SYMVALS by 1600.
002010******************************************************************
002020 01  WS-SYMBOL-TABLE.
002030     05  WS-SYMBOL-ENTRY OCCURS 50 TIMES.
002040         10  WS-SYM-NAME             PIC X(10).
002050         10  WS-SYM-VALUE            PIC X(60).
002060         10  WS-SYM-VALUE-LENGTH     PIC 9(03) COMP.
002070
002080 01  WS-SOURCE-TEXT                  PIC X(240) VALUE SPACES.
002090 01  WS-RESOLVED-MESSAGE             PIC X(240) VALUE SPACES.
002100 01  WS-RESOLVED-LENGTH              PIC 9(03) COMP VALUE ZERO.
002110 01  WS-SYMBOL-ERROR.
002120     05  WS-SYMBOL-ERROR-REASON      PIC X(18) VALUE SPACES.
002130     05  WS-SYMBOL-ERROR-NAME        PIC X(11) VALUE SPACES.
002140
002150 01  WS-SYMBOL-WORK.
002160     05  WS-SRC-POS                  PIC 9(03) COMP VALUE ZERO.
002170     05  WS-SRC-LENGTH               PIC 9(03) COMP VALUE ZERO.
002180     05  WS-OUT-POS                  PIC 9(03) COMP VALUE ZERO.
002190     05  WS-NAME-LENGTH              PIC 9(03) COMP VALUE ZERO.
002200     05  WS-SCAN-CHAR                PIC X(01) VALUE SPACE.
002210     05  WS-NEXT-CHAR                PIC X(01) VALUE SPACE.
002220     05  WS-SCAN-NAME                PIC X(10) VALUE SPACES.
002230     05  WS-SCAN-VALUE               PIC X(60) VALUE SPACES.
002240     05  WS-SCAN-VALUE-LENGTH        PIC 9(03) COMP VALUE ZERO.
002250
002260 01  WS-SYMBOL-DATE-EDIT.
002270     05  WS-SDE-YEAR                 PIC 9(04).
002280     05  FILLER                      PIC X(01) VALUE '-'.
002290     05  WS-SDE-MONTH                PIC 9(02).
002300     05  FILLER                      PIC X(01) VALUE '-'.
002310     05  WS-SDE-DAY                  PIC 9(02).
002320 01  WS-RUNDATE-VALUE                PIC X(10) VALUE SPACES.
002330 01  WS-NEXTBUSDAY-VALUE             PIC X(10) VALUE SPACES.
002340
002350 01  WS-DAY-NAME-VALUES.
002360     05  FILLER                      PIC X(36)
002370         VALUE 'Monday   Tuesday  WednesdayThursday '.
002380     05  FILLER                      PIC X(27)
002390         VALUE 'Friday   Saturday Sunday   '.
002400     05  FILLER                      PIC X(36)
002410         VALUE 'Lundi    Mardi    Mercredi Jeudi    '.
002420     05  FILLER                      PIC X(27)
002430         VALUE 'Vendredi Samedi   Dimanche '.
002440     05  FILLER                      PIC X(36)
002450         VALUE 'Lunes    Martes   MiercolesJueves   '.
002460     05  FILLER                      PIC X(27)
002470         VALUE 'Viernes  Sabado   Domingo  '.
002480 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
002490     05  WS-DAY-NAME-LANGUAGE OCCURS 3 TIMES.
002500         10  WS-DAY-NAME OCCURS 7 TIMES
002510                                     PIC X(09).
002520
002530 01  WS-WORDING-LINE.
002540     05  FILLER                      PIC X(20) VALUE SPACES.
002550     05  WS-WORDING-TEXT             PIC X(60) VALUE SPACES.
002560
002570 01  WS-HEADING-LINE.
002580     05  FILLER                      PIC X(10)
002590         VALUE 'DATE      '.
002600     05  FILLER                      PIC X(12)
002610         VALUE 'TYPE        '.
002620     05  FILLER                      PIC X(04) VALUE 'LG  '.
002630     05  FILLER                      PIC X(08)
002640         VALUE 'KEY     '.
002650     05  FILLER                      PIC X(22)
002660         VALUE 'STATUS'.
002670     05  FILLER                      PIC X(24)
002680         VALUE 'MESSAGE TEXT'.
002690
002700 01  WS-SUMMARY-LINE.
002710     05  WS-SUMMARY-LABEL            PIC X(26) VALUE SPACES.
002720     05  WS-SUMMARY-COUNT            PIC ZZZZ9.
002730     05  FILLER                      PIC X(49) VALUE SPACES.
002740
002750 01  WS-SYMBOL-ERROR-LINE.
002760     05  FILLER                      PIC X(20) VALUE SPACES.
002770     05  WS-SEL-ERROR                PIC X(29) VALUE SPACES.
002780     05  FILLER                      PIC X(31) VALUE SPACES.
002790
002800 PROCEDURE DIVISION.
002810******************************************************************
002820* 0000-MAINLINE - controls overall program flow.
002830******************************************************************
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE
002860         THRU 1000-EXIT.
002870     IF RETURN-CODE = 0
002880         PERFORM 3000-FORECAST-ONE-DAY
002890             THRU 3000-EXIT
002900             VARYING WS-DAY-NUMBER FROM 1 BY 1
002910             UNTIL WS-DAY-NUMBER > WS-HORIZON-DAYS
002920         PERFORM 4000-CHECK-SUCCESSORS
002930             THRU 4000-EXIT
002940         PERFORM 8000-WRITE-SUMMARY
002950             THRU 8000-EXIT
002960     END-IF.
002970     PERFORM 9000-TERMINATE
002980         THRU 9000-EXIT.
002990     STOP RUN.
003000
003010******************************************************************
003020* 1000-INITIALIZE - obtains the horizon, loads the calendar,
003030*     the message master and the banner symbol values into
003040*     their tables, and opens the forecast report.  The walk
003050*     starts on today's date.
003060******************************************************************
003070 1000-INITIALIZE.
003080     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003090     MOVE WS-TODAY TO WS-FCST-DATE.
003100     PERFORM 1100-READ-HORIZON-PARM
003110         THRU 1100-EXIT.
003120     OPEN OUTPUT FORECAST-REPORT-FILE.
003130     IF NOT WS-FCSTRPT-OK
003140         DISPLAY 'BCASTFCT: UNABLE TO OPEN FORECAST-REPORT '
003150             'FILE, STATUS = ' WS-FCSTRPT-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         GO TO 1000-EXIT
003180     END-IF.
003190     SET WS-FCSTRPT-OPEN TO TRUE.
003200     MOVE WS-HEADING-LINE TO FR-REPORT-LINE.
003210     WRITE FR-REPORT-LINE.
003220     PERFORM 1200-LOAD-CALENDAR
003230         THRU 1200-EXIT.
003240     IF RETURN-CODE NOT = 0
003250         GO TO 1000-EXIT
003260     END-IF.
003270     PERFORM 1400-LOAD-MESSAGE-MASTER
003280         THRU 1400-EXIT.
003290     PERFORM 1600-LOAD-SYMBOL-VALUES
003300         THRU 1600-EXIT.
003310 1000-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350* 1100-READ-HORIZON-PARM - reads the horizon card.  A missing
003360*     card, or a blank or zero horizon, means fourteen days.
003370******************************************************************
003380 1100-READ-HORIZON-PARM.
003390     MOVE 14 TO WS-HORIZON-DAYS.
003400     OPEN INPUT HORIZON-PARM-FILE.
003410     IF WS-HRZNPARM-OK
003420         READ HORIZON-PARM-FILE
003430             AT END
003440                 CONTINUE
003450             NOT AT END
003460                 IF HP-HORIZON-DAYS NUMERIC
003470                     AND HP-HORIZON-DAYS > ZERO
003480                     MOVE HP-HORIZON-DAYS TO WS-HORIZON-DAYS
003490                 END-IF
003500         END-READ
003510         CLOSE HORIZON-PARM-FILE
003520     END-IF.
003530     DISPLAY 'BCASTFCT: FORECASTING ' WS-HORIZON-DAYS
003540         ' DAYS FROM ' WS-TODAY.
003550 1100-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 1200-LOAD-CALENDAR - loads every active calendar entry into
003600*     the schedule table.  No calendar, or no active entries,
003610*     leaves the table empty, which 3000 treats as all types
003620*     selected - the same fallback SAMPLE-PROGRAM's
003630*     1500-LOAD-SCHEDULE gives the morning run, so the
003640*     forecast predicts what that run will actually do.
003650******************************************************************
003660 1200-LOAD-CALENDAR.
003670     OPEN INPUT SCHEDULE-CALENDAR-FILE.
003680     IF NOT WS-SCHEDCAL-OK
003690         DISPLAY 'BCASTFCT: NO SCHEDULE CALENDAR - '
003700             'ALL MESSAGE TYPES SELECTED'
003710         GO TO 1200-EXIT
003720     END-IF.
003730     PERFORM 1300-LOAD-ONE-CALENDAR-ENTRY
003740         THRU 1300-EXIT
003750         UNTIL WS-SCHED-EOF.
003760     CLOSE SCHEDULE-CALENDAR-FILE.
003770     IF WS-SCHED-COUNT = ZERO
003780         DISPLAY 'BCASTFCT: SCHEDULE CALENDAR HAS NO ACTIVE '
003790             'ENTRIES - ALL MESSAGE TYPES SELECTED'
003800     END-IF.
003810 1200-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 1300-LOAD-ONE-CALENDAR-ENTRY - reads one calendar entry and
003860*     adds it to the schedule table when active.
003870******************************************************************
003880 1300-LOAD-ONE-CALENDAR-ENTRY.
003890     READ SCHEDULE-CALENDAR-FILE
003900         AT END
003910             SET WS-SCHED-EOF TO TRUE
003920             GO TO 1300-EXIT
003930     END-READ.
003940     IF NOT SC-ACTIVE
003950         GO TO 1300-EXIT
003960     END-IF.
003970     IF WS-SCHED-COUNT < 100
003980         ADD 1 TO WS-SCHED-COUNT
003990         MOVE SC-SCHED-DATE    TO WS-SE-DATE (WS-SCHED-COUNT)
004000         MOVE SC-DAY-OF-WEEK
004010             TO WS-SE-DAY-OF-WEEK (WS-SCHED-COUNT)
004020         MOVE SC-MESSAGE-TYPE  TO WS-SE-TYPE (WS-SCHED-COUNT)
004030         MOVE SC-LANGUAGE-CODE
004040             TO WS-SE-LANGUAGE (WS-SCHED-COUNT)
004050     ELSE
004060         DISPLAY 'BCASTFCT: SCHEDULE TABLE FULL - ENTRY FOR '
004070             'TYPE ' SC-MESSAGE-TYPE ' IGNORED'
004080         MOVE 12 TO RETURN-CODE
004090     END-IF.
004100 1300-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 1400-LOAD-MESSAGE-MASTER - loads every master record into
004150*     the master table, normalizing a blank language to
004160*     English the way SAMPLE-PROGRAM's selection does.
004170******************************************************************
004180 1400-LOAD-MESSAGE-MASTER.
004190     OPEN INPUT MESSAGE-MASTER-FILE.
004200     IF NOT WS-MSGMAST-OK
004210         DISPLAY 'BCASTFCT: UNABLE TO OPEN MESSAGE-MASTER '
004220             'FILE, STATUS = ' WS-MSGMAST-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 1400-EXIT
004250     END-IF.
004260     PERFORM 1500-LOAD-ONE-MASTER-RECORD
004270         THRU 1500-EXIT
004280         UNTIL WS-MSGMAST-EOF.
004290     CLOSE MESSAGE-MASTER-FILE.
004300 1400-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 1500-LOAD-ONE-MASTER-RECORD - reads one master record into
004350*     its table entry, keeping the first line of the text for
004360*     the report and the whole text for symbol resolution.
004370******************************************************************
004380 1500-LOAD-ONE-MASTER-RECORD.
004390     READ MESSAGE-MASTER-FILE NEXT
004400         AT END
004410             SET WS-MSGMAST-EOF TO TRUE
004420             GO TO 1500-EXIT
004430     END-READ.
004440     IF WS-MASTER-COUNT < 200
004450         ADD 1 TO WS-MASTER-COUNT
004460         MOVE MM-RECORD-KEY
004470             TO WS-ME-RECORD-KEY (WS-MASTER-COUNT)
004480         MOVE MM-MESSAGE-TYPE TO WS-ME-TYPE (WS-MASTER-COUNT)
004490         IF MM-LANGUAGE-CODE = SPACES
004500             MOVE 'EN' TO WS-ME-LANGUAGE (WS-MASTER-COUNT)
004510         ELSE
004520             MOVE MM-LANGUAGE-CODE
004530                 TO WS-ME-LANGUAGE (WS-MASTER-COUNT)
004540         END-IF
004550         MOVE MM-EFFECTIVE-DATE
004560             TO WS-ME-EFFECTIVE-DATE (WS-MASTER-COUNT)
004570         MOVE MM-EXPIRY-DATE
004580             TO WS-ME-EXPIRY-DATE (WS-MASTER-COUNT)
004590         MOVE MM-MESSAGE-TEXT (1:24)
004600             TO WS-ME-TEXT (WS-MASTER-COUNT)
004610         MOVE MM-MESSAGE-TEXT
004620             TO WS-ME-FULL-TEXT (WS-MASTER-COUNT)
004630         MOVE MM-MESSAGE-LENGTH
004640             TO WS-ME-LENGTH (WS-MASTER-COUNT)
004650     ELSE
004660         DISPLAY 'BCASTFCT: MASTER TABLE FULL - KEY '
004670             MM-RECORD-KEY ' IGNORED'
004680         MOVE 12 TO RETURN-CODE
004690     END-IF.
004700 1500-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 1600-LOAD-SYMBOL-VALUES - loads the named banner symbols from
004750*     SYMVALS, as SAMPLE-PROGRAM's 1800 does.  Without the
004760*     file only the date symbols resolve.
004770******************************************************************
004780 1600-LOAD-SYMBOL-VALUES.
004790     OPEN INPUT SYMBOL-VALUE-FILE.
004800     IF NOT WS-SYMVALS-OK
004810         DISPLAY 'BCASTFCT: NO SYMBOL VALUE FILE - '
004820             'DATE SYMBOLS ONLY'
004830         GO TO 1600-EXIT
004840     END-IF.
004850     PERFORM 1650-LOAD-ONE-SYMBOL
004860         THRU 1650-EXIT
004870         UNTIL WS-SYMVALS-EOF.
004880     CLOSE SYMBOL-VALUE-FILE.
004890 1600-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 1650-LOAD-ONE-SYMBOL - reads one SYMVALS entry into the
004940*     symbol table, a later entry for a name replacing the
004950*     value already held.
004960******************************************************************
004970 1650-LOAD-ONE-SYMBOL.
004980     READ SYMBOL-VALUE-FILE
004990         AT END
005000             SET WS-SYMVALS-EOF TO TRUE
005010             GO TO 1650-EXIT
005020     END-READ.
005030     IF SV-SYMBOL-NAME = SPACES
005040         OR SV-SYMBOL-VALUE = SPACES
005050         GO TO 1650-EXIT
005060     END-IF.
005070     MOVE SV-SYMBOL-NAME TO WS-SCAN-NAME.
005080     MOVE 'N' TO WS-SYMBOL-FOUND-SW.
005090     PERFORM 5090-CHECK-ONE-SYMBOL
005100         THRU 5090-EXIT
005110         VARYING WS-SYMBOL-SUB FROM 1 BY 1
005120         UNTIL WS-SYMBOL-SUB > WS-SYMBOL-COUNT
005130         OR WS-SYMBOL-FOUND.
005140     IF NOT WS-SYMBOL-FOUND
005150         IF WS-SYMBOL-COUNT NOT < 50
005160             DISPLAY 'BCASTFCT: SYMBOL TABLE FULL - '
005170                 SV-SYMBOL-NAME ' IGNORED'
005180             GO TO 1650-EXIT
005190         END-IF
005200         ADD 1 TO WS-SYMBOL-COUNT
005210         MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-FOUND-SUB
005220         MOVE SV-SYMBOL-NAME
005230             TO WS-SYM-NAME (WS-SYMBOL-FOUND-SUB)
005240     END-IF.
005250     MOVE SV-SYMBOL-VALUE TO WS-SCAN-VALUE.
005260     PERFORM 5092-MEASURE-SCAN-VALUE
005270         THRU 5092-EXIT.
005280     MOVE WS-SCAN-VALUE
005290         TO WS-SYM-VALUE (WS-SYMBOL-FOUND-SUB).
005300     MOVE WS-SCAN-VALUE-LENGTH
005310         TO WS-SYM-VALUE-LENGTH (WS-SYMBOL-FOUND-SUB).
005320 1650-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 3000-FORECAST-ONE-DAY - works out the forecast day's day of
005370*     the week and date symbols, checks every schedule entry
005380*     against it, and steps the walk forward one calendar day.
005390*     The last day walked is remembered as the horizon end for
005400*     the successor check.
005410******************************************************************
005420 3000-FORECAST-ONE-DAY.
005430     PERFORM 6000-COMPUTE-DAY-OF-WEEK
005440         THRU 6000-EXIT.
005450     PERFORM 3020-SET-DATE-SYMBOLS
005460         THRU 3020-EXIT.
005470     MOVE 'N' TO WS-DAY-COVERED-SW.
005480     PERFORM 3050-CHECK-ENTRY-COVERS-DAY
005490         THRU 3050-EXIT
005500         VARYING WS-SCHED-SUB FROM 1 BY 1
005510         UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
005520         OR WS-DAY-COVERED.
005530     IF WS-DAY-COVERED
005540         PERFORM 3100-CHECK-ONE-SCHED-ENTRY
005550             THRU 3100-EXIT
005560             VARYING WS-SCHED-SUB FROM 1 BY 1
005570             UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
005580     ELSE
005590         PERFORM 3300-FORECAST-ALL-TYPES
005600             THRU 3300-EXIT
005610     END-IF.
005620     MOVE WS-FCST-DATE TO WS-HORIZON-END.
005630     PERFORM 7000-ADVANCE-ONE-DAY
005640         THRU 7000-EXIT.
005650 3000-EXIT.
005660     EXIT.

005670******************************************************************
005680* 3020-SET-DATE-SYMBOLS - sets RUNDATE to the forecast day and
005690*     NEXTBUSDAY to the weekday after it, both as YYYY-MM-DD,
005700*     stepping a copy of the forecast date through 7000 and
005710*     putting the walk's own date back afterwards.
005720******************************************************************
005730 3020-SET-DATE-SYMBOLS.
005740     MOVE WS-FCST-YEAR  TO WS-SDE-YEAR.
005750     MOVE WS-FCST-MONTH TO WS-SDE-MONTH.
005760     MOVE WS-FCST-DAY   TO WS-SDE-DAY.
005770     MOVE WS-SYMBOL-DATE-EDIT TO WS-RUNDATE-VALUE.
005780     MOVE WS-FCST-DATE TO WS-SAVE-FCST-DATE.
005790     IF WS-FCST-DAY-OF-WEEK = 5
005800         MOVE 3 TO WS-NBD-DAYS-AHEAD
005810     ELSE
005820         IF WS-FCST-DAY-OF-WEEK = 6
005830             MOVE 2 TO WS-NBD-DAYS-AHEAD
005840         ELSE
005850             MOVE 1 TO WS-NBD-DAYS-AHEAD
005860         END-IF
005870     END-IF.
005880     PERFORM 7000-ADVANCE-ONE-DAY
005890         THRU 7000-EXIT
005900         WS-NBD-DAYS-AHEAD TIMES.
005910     MOVE WS-FCST-YEAR  TO WS-SDE-YEAR.
005920     MOVE WS-FCST-MONTH TO WS-SDE-MONTH.
005930     MOVE WS-FCST-DAY   TO WS-SDE-DAY.
005940     MOVE WS-SYMBOL-DATE-EDIT TO WS-NEXTBUSDAY-VALUE.
005950     MOVE WS-SAVE-FCST-DATE TO WS-FCST-DATE.
005960 3020-EXIT.
005970     EXIT.

005980******************************************************************
005990* 3050-CHECK-ENTRY-COVERS-DAY - marks the forecast day covered
006000*     when the current schedule entry names it, by date or by
006010*     day of the week.
006020******************************************************************
006030 3050-CHECK-ENTRY-COVERS-DAY.
006040     IF WS-SE-DATE (WS-SCHED-SUB) = WS-FCST-DATE
006050         OR (WS-SE-DAY-OF-WEEK-RULE (WS-SCHED-SUB)
006060             AND WS-SE-DAY-OF-WEEK (WS-SCHED-SUB)
006070                 = WS-FCST-DAY-OF-WEEK)
006080         SET WS-DAY-COVERED TO TRUE
006090     END-IF.
006100 3050-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140* 3100-CHECK-ONE-SCHED-ENTRY - when the current schedule entry
006150*     covers the forecast day, by date or by day of the week,
006160*     lists every master message that will broadcast for it
006170*     and flags the entry when no message falls in its date
006180*     window that day.
006190******************************************************************
006200 3100-CHECK-ONE-SCHED-ENTRY.
006210     IF WS-SE-DATE (WS-SCHED-SUB) = WS-FCST-DATE
006220         OR (WS-SE-DAY-OF-WEEK-RULE (WS-SCHED-SUB)
006230             AND WS-SE-DAY-OF-WEEK (WS-SCHED-SUB)
006240                 = WS-FCST-DAY-OF-WEEK)
006250         CONTINUE
006260     ELSE
006270         GO TO 3100-EXIT
006280     END-IF.
006290     MOVE 'N' TO WS-MATCH-FOUND-SW.
006300     PERFORM 3200-MATCH-ONE-MASTER
006310         THRU 3200-EXIT
006320         VARYING WS-MASTER-SUB FROM 1 BY 1
006330         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT.
006340     IF NOT WS-MATCH-FOUND
006350         MOVE SPACES TO FR-REPORT-LINE
006360         MOVE WS-FCST-DATE TO FR-DATE
006370         MOVE WS-SE-TYPE (WS-SCHED-SUB) TO FR-MESSAGE-TYPE
006380         MOVE WS-SE-LANGUAGE (WS-SCHED-SUB) TO FR-LANGUAGE
006390         MOVE 'NO MESSAGE IN WINDOW' TO FR-STATUS
006400         WRITE FR-REPORT-LINE
006410         ADD 1 TO WS-GAP-COUNT
006420     END-IF.
006430 3100-EXIT.
006440     EXIT.
006450
006460******************************************************************
006470* 3200-MATCH-ONE-MASTER - lists the current master record as
006480*     broadcasting for the schedule entry when its type
006490*     matches, its language clears the entry's language (a
006500*     blank entry language covers every variant), and the
006510*     forecast day falls inside its effective/expiry window.
006520******************************************************************
006530 3200-MATCH-ONE-MASTER.
006540     IF WS-ME-TYPE (WS-MASTER-SUB)
006550         NOT = WS-SE-TYPE (WS-SCHED-SUB)
006560         GO TO 3200-EXIT
006570     END-IF.
006580     IF WS-SE-LANGUAGE (WS-SCHED-SUB) NOT = SPACES
006590         AND WS-SE-LANGUAGE (WS-SCHED-SUB)
006600             NOT = WS-ME-LANGUAGE (WS-MASTER-SUB)
006610         GO TO 3200-EXIT
006620     END-IF.
006630     IF WS-FCST-DATE < WS-ME-EFFECTIVE-DATE (WS-MASTER-SUB)
006640         GO TO 3200-EXIT
006650     END-IF.
006660     IF WS-ME-EXPIRY-DATE (WS-MASTER-SUB) > ZERO
006670         AND WS-FCST-DATE > WS-ME-EXPIRY-DATE (WS-MASTER-SUB)
006680         GO TO 3200-EXIT
006690     END-IF.
006700     PERFORM 3400-LIST-BROADCAST
006710         THRU 3400-EXIT.
006720 3200-EXIT.
006730     EXIT.

006740******************************************************************
006750* 3300-FORECAST-ALL-TYPES - with no calendar entry covering
006760*     the forecast day, the morning run selects every type -
006770*     lists every master message whose date window covers the
006780*     day, and flags the day when none does.
006790******************************************************************
006800 3300-FORECAST-ALL-TYPES.
006810     MOVE 'N' TO WS-MATCH-FOUND-SW.
006820     PERFORM 3350-MATCH-ANY-MASTER
006830         THRU 3350-EXIT
006840         VARYING WS-MASTER-SUB FROM 1 BY 1
006850         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT.
006860     IF NOT WS-MATCH-FOUND
006870         MOVE SPACES TO FR-REPORT-LINE
006880         MOVE WS-FCST-DATE TO FR-DATE
006890         MOVE 'ALL TYPES' TO FR-MESSAGE-TYPE
006900         MOVE 'NO MESSAGE IN WINDOW' TO FR-STATUS
006910         WRITE FR-REPORT-LINE
006920         ADD 1 TO WS-GAP-COUNT
006930     END-IF.
006940 3300-EXIT.
006950     EXIT.

006960******************************************************************
006970* 3350-MATCH-ANY-MASTER - lists the current master record as
006980*     broadcasting on an all-types day when the forecast day
006990*     falls inside its effective/expiry window.
007000******************************************************************
007010 3350-MATCH-ANY-MASTER.
007020     IF WS-FCST-DATE < WS-ME-EFFECTIVE-DATE (WS-MASTER-SUB)
007030         GO TO 3350-EXIT
007040     END-IF.
007050     IF WS-ME-EXPIRY-DATE (WS-MASTER-SUB) > ZERO
007060         AND WS-FCST-DATE > WS-ME-EXPIRY-DATE (WS-MASTER-SUB)
007070         GO TO 3350-EXIT
007080     END-IF.
007090     PERFORM 3400-LIST-BROADCAST
007100         THRU 3400-EXIT.
007110 3350-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150* 3400-LIST-BROADCAST - resolves the current master record's
007160*     symbols as of the forecast day and lists it.  Wording
007170*     that carries symbols is printed resolved, sixty
007180*     characters a line, under the entry.  A message whose
007190*     symbols will not resolve is listed SYMBOL WILL REJECT
007200*     with the cause, and does not count as the day's match -
007210*     the morning run will reject it.
007220******************************************************************
007230 3400-LIST-BROADCAST.
007240     PERFORM 5000-RESOLVE-SYMBOLS
007250         THRU 5000-EXIT.
007260     MOVE SPACES TO FR-REPORT-LINE.
007270     MOVE WS-FCST-DATE TO FR-DATE.
007280     MOVE WS-ME-TYPE (WS-MASTER-SUB)     TO FR-MESSAGE-TYPE.
007290     MOVE WS-ME-LANGUAGE (WS-MASTER-SUB) TO FR-LANGUAGE.
007300     MOVE WS-ME-RECORD-KEY (WS-MASTER-SUB) TO FR-RECORD-KEY.
007310     MOVE WS-ME-TEXT (WS-MASTER-SUB)     TO FR-TEXT.
007320     IF WS-SYMBOLS-FAILED
007330         MOVE 'SYMBOL WILL REJECT'       TO FR-STATUS
007340         WRITE FR-REPORT-LINE
007350         MOVE WS-SYMBOL-ERROR TO WS-SEL-ERROR
007360         MOVE WS-SYMBOL-ERROR-LINE TO FR-REPORT-LINE
007370         WRITE FR-REPORT-LINE
007380         ADD 1 TO WS-SYMB-REJECT-COUNT
007390         GO TO 3400-EXIT
007400     END-IF.
007410     SET WS-MATCH-FOUND TO TRUE.
007420     MOVE 'WILL BROADCAST'               TO FR-STATUS.
007430     WRITE FR-REPORT-LINE.
007440     IF NOT WS-SYMBOL-SEEN
007450         GO TO 3400-EXIT
007460     END-IF.
007470     PERFORM 3450-WRITE-WORDING-LINE
007480         THRU 3450-EXIT
007490         VARYING WS-LINE-POS FROM 1 BY 60
007500         UNTIL WS-LINE-POS > WS-RESOLVED-LENGTH.
007510 3400-EXIT.
007520     EXIT.
007530
007540******************************************************************
007550* 3450-WRITE-WORDING-LINE - prints one sixty-character slice of
007560*     the resolved wording.
007570******************************************************************
007580 3450-WRITE-WORDING-LINE.
007590     MOVE WS-RESOLVED-MESSAGE (WS-LINE-POS:60)
007600         TO WS-WORDING-TEXT.
007610     MOVE WS-WORDING-LINE TO FR-REPORT-LINE.
007620     WRITE FR-REPORT-LINE.
007630 3450-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 4000-CHECK-SUCCESSORS - flags every master message whose
007680*     expiry falls inside the horizon with no successor
007690*     staged - no record of the same type and language whose
007700*     window covers the day after the expiry - so replacement
007710*     wording can be staged before the type goes dark.
007720******************************************************************
007730 4000-CHECK-SUCCESSORS.
007740     PERFORM 4100-CHECK-ONE-EXPIRY
007750         THRU 4100-EXIT
007760         VARYING WS-MASTER-SUB FROM 1 BY 1
007770         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT.
007780 4000-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820* 4100-CHECK-ONE-EXPIRY - when the current master record
007830*     expires inside the horizon, looks for another record of
007840*     its type and language effective from the following day,
007850*     and writes the no-successor warning when none is staged.
007860******************************************************************
007870 4100-CHECK-ONE-EXPIRY.
007880     IF WS-ME-EXPIRY-DATE (WS-MASTER-SUB) = ZERO
007890         OR WS-ME-EXPIRY-DATE (WS-MASTER-SUB) < WS-TODAY
007900         OR WS-ME-EXPIRY-DATE (WS-MASTER-SUB)
007910             > WS-HORIZON-END
007920         GO TO 4100-EXIT
007930     END-IF.
007940     MOVE WS-ME-EXPIRY-DATE (WS-MASTER-SUB) TO WS-FCST-DATE.
007950     PERFORM 7000-ADVANCE-ONE-DAY
007960         THRU 7000-EXIT.
007970     MOVE WS-FCST-DATE TO WS-NEXT-DAY-DATE.
007980     MOVE 'N' TO WS-SUCCESSOR-FOUND-SW.
007990     PERFORM 4200-CHECK-ONE-SUCCESSOR
008000         THRU 4200-EXIT
008010         VARYING WS-SUCC-SUB FROM 1 BY 1
008020         UNTIL WS-SUCC-SUB > WS-MASTER-COUNT
008030         OR WS-SUCCESSOR-FOUND.
008040     IF NOT WS-SUCCESSOR-FOUND
008050         MOVE SPACES TO FR-REPORT-LINE
008060         MOVE WS-ME-EXPIRY-DATE (WS-MASTER-SUB) TO FR-DATE
008070         MOVE WS-ME-TYPE (WS-MASTER-SUB) TO FR-MESSAGE-TYPE
008080         MOVE WS-ME-LANGUAGE (WS-MASTER-SUB) TO FR-LANGUAGE
008090         MOVE WS-ME-RECORD-KEY (WS-MASTER-SUB)
008100             TO FR-RECORD-KEY
008110         MOVE 'NO SUCCESSOR STAGED' TO FR-STATUS
008120         MOVE WS-ME-TEXT (WS-MASTER-SUB) TO FR-TEXT
008130         WRITE FR-REPORT-LINE
008140         ADD 1 TO WS-NO-SUCC-COUNT
008150     END-IF.
008160 4100-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 4200-CHECK-ONE-SUCCESSOR - checks whether one master record
008210*     succeeds the expiring one - same type and language, a
008220*     different record, and a window covering the day after
008230*     the expiry.
008240******************************************************************
008250 4200-CHECK-ONE-SUCCESSOR.
008260     IF WS-SUCC-SUB = WS-MASTER-SUB
008270         GO TO 4200-EXIT
008280     END-IF.
008290     IF WS-ME-TYPE (WS-SUCC-SUB)
008300         NOT = WS-ME-TYPE (WS-MASTER-SUB)
008310         OR WS-ME-LANGUAGE (WS-SUCC-SUB)
008320             NOT = WS-ME-LANGUAGE (WS-MASTER-SUB)
008330         GO TO 4200-EXIT
008340     END-IF.
008350     IF WS-ME-EFFECTIVE-DATE (WS-SUCC-SUB) > WS-NEXT-DAY-DATE
008360         GO TO 4200-EXIT
008370     END-IF.
008380     IF WS-ME-EXPIRY-DATE (WS-SUCC-SUB) > ZERO
008390         AND WS-ME-EXPIRY-DATE (WS-SUCC-SUB)
008400             < WS-NEXT-DAY-DATE
008410         GO TO 4200-EXIT
008420     END-IF.
008430     SET WS-SUCCESSOR-FOUND TO TRUE.
008440 4200-EXIT.
008450     EXIT.
008460
008470******************************************************************
008480* 5000-RESOLVE-SYMBOLS - copies the current master record's
008490*     text into WS-RESOLVED-MESSAGE with each &NAME replaced
008500*     by its value for the forecast day - the same rules as
008510*     SAMPLE-PROGRAM's 2250: & and a capital letter begin a
008520*     symbol, && gives &, any other & stands as keyed.  Sets
008530*     WS-SYMBOLS-FAILED, with the cause in WS-SYMBOL-ERROR,
008540*     for an undefined symbol or text resolving past 240.
008550******************************************************************
008560 5000-RESOLVE-SYMBOLS.
008570     MOVE WS-ME-FULL-TEXT (WS-MASTER-SUB) TO WS-SOURCE-TEXT.
008580     MOVE SPACES TO WS-RESOLVED-MESSAGE.
008590     MOVE SPACES TO WS-SYMBOL-ERROR.
008600     MOVE 'N' TO WS-SYMBOLS-FAILED-SW.
008610     MOVE 'N' TO WS-SYMBOL-SEEN-SW.
008620     MOVE 240 TO WS-SRC-LENGTH.
008630     PERFORM 5010-FIND-TEXT-END
008640         THRU 5010-EXIT
008650         WITH TEST AFTER
008660         UNTIL WS-SRC-LENGTH = ZERO
008670         OR WS-SOURCE-TEXT (WS-SRC-LENGTH:1) NOT = SPACE.
008680     MOVE 1 TO WS-SRC-POS.
008690     MOVE 1 TO WS-OUT-POS.
008700     PERFORM 5020-RESOLVE-NEXT-ITEM
008710         THRU 5020-EXIT
008720         UNTIL WS-SRC-POS > WS-SRC-LENGTH
008730         OR WS-SYMBOLS-FAILED.
008740     IF WS-SYMBOLS-FAILED
008750         GO TO 5000-EXIT
008760     END-IF.
008770     IF WS-SYMBOL-SEEN
008780         COMPUTE WS-RESOLVED-LENGTH = WS-OUT-POS - 1
008790     ELSE
008800         MOVE WS-ME-LENGTH (WS-MASTER-SUB) TO WS-RESOLVED-LENGTH
008810     END-IF.
008820 5000-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860* 5010-FIND-TEXT-END - steps WS-SRC-LENGTH back over one
008870*     trailing blank of the source text.
008880******************************************************************
008890 5010-FIND-TEXT-END.
008900     IF WS-SOURCE-TEXT (WS-SRC-LENGTH:1) = SPACE
008910         SUBTRACT 1 FROM WS-SRC-LENGTH
008920     END-IF.
008930 5010-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 5020-RESOLVE-NEXT-ITEM - takes the next character, && pair or
008980*     symbol from the source text and appends what it stands
008990*     for to WS-RESOLVED-MESSAGE.
009000******************************************************************
009010 5020-RESOLVE-NEXT-ITEM.
009020     MOVE WS-SOURCE-TEXT (WS-SRC-POS:1) TO WS-SCAN-CHAR.
009030     MOVE SPACE TO WS-NEXT-CHAR.
009040     IF WS-SRC-POS < WS-SRC-LENGTH
009050         MOVE WS-SOURCE-TEXT (WS-SRC-POS + 1:1) TO WS-NEXT-CHAR
009060     END-IF.
009070     MOVE WS-SCAN-CHAR TO WS-SCAN-VALUE.
009080     MOVE 1 TO WS-SCAN-VALUE-LENGTH.
009090     IF WS-SCAN-CHAR NOT = '&'
009100         ADD 1 TO WS-SRC-POS
009110         GO TO 5020-APPEND-VALUE
009120     END-IF.
009130     IF WS-NEXT-CHAR = '&'
009140         SET WS-SYMBOL-SEEN TO TRUE
009150         ADD 2 TO WS-SRC-POS
009160         GO TO 5020-APPEND-VALUE
009170     END-IF.
009180     IF WS-NEXT-CHAR = SPACE
009190         OR WS-NEXT-CHAR NOT ALPHABETIC-UPPER
009200         ADD 1 TO WS-SRC-POS
009210         GO TO 5020-APPEND-VALUE
009220     END-IF.
009230     SET WS-SYMBOL-SEEN TO TRUE.
009240     PERFORM 5030-SCAN-SYMBOL-NAME
009250         THRU 5030-EXIT.
009260     PERFORM 5040-LOOKUP-SYMBOL
009270         THRU 5040-EXIT.
009280     IF WS-SYMBOLS-FAILED
009290         GO TO 5020-EXIT
009300     END-IF.
009310 5020-APPEND-VALUE.
009320     IF WS-OUT-POS + WS-SCAN-VALUE-LENGTH > 241
009330         SET WS-SYMBOLS-FAILED TO TRUE
009340         MOVE 'RESOLVES PAST 240' TO WS-SYMBOL-ERROR-REASON
009350         GO TO 5020-EXIT
009360     END-IF.
009370     MOVE WS-SCAN-VALUE (1:WS-SCAN-VALUE-LENGTH)
009380         TO WS-RESOLVED-MESSAGE (WS-OUT-POS:WS-SCAN-VALUE-LENGTH).
009390     ADD WS-SCAN-VALUE-LENGTH TO WS-OUT-POS.
009400 5020-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 5030-SCAN-SYMBOL-NAME - collects the symbol name after the &
009450*     into WS-SCAN-NAME, leaving WS-SRC-POS just past it.
009460******************************************************************
009470 5030-SCAN-SYMBOL-NAME.
009480     MOVE SPACES TO WS-SCAN-NAME.
009490     MOVE ZERO TO WS-NAME-LENGTH.
009500     MOVE 'N' TO WS-NAME-DONE-SW.
009510     ADD 1 TO WS-SRC-POS.
009520     PERFORM 5035-SCAN-NAME-CHAR
009530         THRU 5035-EXIT
009540         UNTIL WS-NAME-DONE.
009550 5030-EXIT.
009560     EXIT.
009570
009580******************************************************************
009590* 5035-SCAN-NAME-CHAR - adds one capital letter or digit to the
009600*     symbol name, or ends the name.
009610******************************************************************
009620 5035-SCAN-NAME-CHAR.
009630     IF WS-SRC-POS > WS-SRC-LENGTH
009640         SET WS-NAME-DONE TO TRUE
009650         GO TO 5035-EXIT
009660     END-IF.
009670     MOVE WS-SOURCE-TEXT (WS-SRC-POS:1) TO WS-SCAN-CHAR.
009680     IF (WS-SCAN-CHAR ALPHABETIC-UPPER
009690         AND WS-SCAN-CHAR NOT = SPACE)
009700         OR WS-SCAN-CHAR NUMERIC
009710         ADD 1 TO WS-NAME-LENGTH
009720         IF WS-NAME-LENGTH NOT > 10
009730             MOVE WS-SCAN-CHAR
009740                 TO WS-SCAN-NAME (WS-NAME-LENGTH:1)
009750         END-IF
009760         ADD 1 TO WS-SRC-POS
009770     ELSE
009780         SET WS-NAME-DONE TO TRUE
009790     END-IF.
009800 5035-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 5040-LOOKUP-SYMBOL - gives the value and length of the symbol
009850*     in WS-SCAN-NAME - a date symbol first, then the SYMVALS
009860*     table.  An unknown name sets WS-SYMBOLS-FAILED.
009870******************************************************************
009880 5040-LOOKUP-SYMBOL.
009890     IF WS-NAME-LENGTH > 10
009900         GO TO 5040-UNDEFINED
009910     END-IF.
009920     IF WS-SCAN-NAME = 'RUNDATE'
009930         MOVE WS-RUNDATE-VALUE TO WS-SCAN-VALUE
009940         MOVE 10 TO WS-SCAN-VALUE-LENGTH
009950         GO TO 5040-EXIT
009960     END-IF.
009970     IF WS-SCAN-NAME = 'NEXTBUSDAY'
009980         MOVE WS-NEXTBUSDAY-VALUE TO WS-SCAN-VALUE
009990         MOVE 10 TO WS-SCAN-VALUE-LENGTH
010000         GO TO 5040-EXIT
010010     END-IF.
010020     IF WS-SCAN-NAME = 'DAYNAME'
010030         PERFORM 5050-SET-DAY-NAME
010040             THRU 5050-EXIT
010050         GO TO 5040-EXIT
010060     END-IF.
010070     MOVE 'N' TO WS-SYMBOL-FOUND-SW.
010080     PERFORM 5090-CHECK-ONE-SYMBOL
010090         THRU 5090-EXIT
010100         VARYING WS-SYMBOL-SUB FROM 1 BY 1
010110         UNTIL WS-SYMBOL-SUB > WS-SYMBOL-COUNT
010120         OR WS-SYMBOL-FOUND.
010130     IF WS-SYMBOL-FOUND
010140         MOVE WS-SYM-VALUE (WS-SYMBOL-FOUND-SUB)
010150             TO WS-SCAN-VALUE
010160         MOVE WS-SYM-VALUE-LENGTH (WS-SYMBOL-FOUND-SUB)
010170             TO WS-SCAN-VALUE-LENGTH
010180         GO TO 5040-EXIT
010190     END-IF.
010200 5040-UNDEFINED.
010210     SET WS-SYMBOLS-FAILED TO TRUE.
010220     MOVE 'UNDEFINED SYMBOL' TO WS-SYMBOL-ERROR-REASON.
010230     MOVE '&' TO WS-SYMBOL-ERROR-NAME.
010240     MOVE WS-SCAN-NAME TO WS-SYMBOL-ERROR-NAME (2:10).
010250 5040-EXIT.
010260     EXIT.
010270
010280******************************************************************
010290* 5050-SET-DAY-NAME - gives the forecast day's name in the
010300*     record's language - English, French or Spanish, any
010310*     other language taking the English name.
010320******************************************************************
010330 5050-SET-DAY-NAME.
010340     MOVE 1 TO WS-DAY-NAME-SUB.
010350     IF WS-ME-LANGUAGE (WS-MASTER-SUB) = 'FR'
010360         MOVE 2 TO WS-DAY-NAME-SUB
010370     END-IF.
010380     IF WS-ME-LANGUAGE (WS-MASTER-SUB) = 'ES'
010390         MOVE 3 TO WS-DAY-NAME-SUB
010400     END-IF.
010410     MOVE WS-DAY-NAME (WS-DAY-NAME-SUB, WS-FCST-DAY-OF-WEEK)
010420         TO WS-SCAN-VALUE.
010430     PERFORM 5092-MEASURE-SCAN-VALUE
010440         THRU 5092-EXIT.
010450 5050-EXIT.
010460     EXIT.
010470
010480******************************************************************
010490* 5090-CHECK-ONE-SYMBOL - checks one symbol table entry against
010500*     WS-SCAN-NAME, noting where it was found.
010510******************************************************************
010520 5090-CHECK-ONE-SYMBOL.
010530     IF WS-SYM-NAME (WS-SYMBOL-SUB) = WS-SCAN-NAME
010540         SET WS-SYMBOL-FOUND TO TRUE
010550         MOVE WS-SYMBOL-SUB TO WS-SYMBOL-FOUND-SUB
010560     END-IF.
010570 5090-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 5092-MEASURE-SCAN-VALUE - sets WS-SCAN-VALUE-LENGTH to the
010620*     position of the last non-blank in WS-SCAN-VALUE.
010630******************************************************************
010640 5092-MEASURE-SCAN-VALUE.
010650     MOVE 60 TO WS-SCAN-VALUE-LENGTH.
010660     PERFORM 5094-BACK-OVER-BLANK
010670         THRU 5094-EXIT
010680         WITH TEST AFTER
010690         UNTIL WS-SCAN-VALUE-LENGTH = ZERO
010700         OR WS-SCAN-VALUE (WS-SCAN-VALUE-LENGTH:1) NOT = SPACE.
010710 5092-EXIT.
010720     EXIT.
010730
010740******************************************************************
010750* 5094-BACK-OVER-BLANK - steps WS-SCAN-VALUE-LENGTH back over
010760*     one trailing blank.
010770******************************************************************
010780 5094-BACK-OVER-BLANK.
010790     IF WS-SCAN-VALUE (WS-SCAN-VALUE-LENGTH:1) = SPACE
010800         SUBTRACT 1 FROM WS-SCAN-VALUE-LENGTH
010810     END-IF.
010820 5094-EXIT.
010830     EXIT.
010840
010850******************************************************************
010860* 6000-COMPUTE-DAY-OF-WEEK - works out the forecast day's day
010870*     of the week (1 = Monday through 7 = Sunday) by Zeller's
010880*     congruence, exactly as SAMPLE-PROGRAM's
010890*     1600-COMPUTE-DAY-OF-WEEK does for the run date.
010900******************************************************************
010910 6000-COMPUTE-DAY-OF-WEEK.
010920     MOVE WS-FCST-YEAR  TO WS-Z-YEAR.
010930     MOVE WS-FCST-MONTH TO WS-Z-MONTH.
010940     MOVE WS-FCST-DAY   TO WS-Z-DAY.
010950     IF WS-Z-MONTH < 3
010960         ADD 12 TO WS-Z-MONTH
010970         SUBTRACT 1 FROM WS-Z-YEAR
010980     END-IF.
010990     DIVIDE WS-Z-YEAR BY 100
011000         GIVING WS-Z-CENTURY
011010         REMAINDER WS-Z-YEAR-OF-CENT.
011020     COMPUTE WS-Z-MONTH-TERM = 13 * (WS-Z-MONTH + 1).
011030     DIVIDE WS-Z-MONTH-TERM BY 5
011040         GIVING WS-Z-MONTH-TERM.
011050     COMPUTE WS-Z-SUM = WS-Z-DAY + WS-Z-MONTH-TERM
011060         + WS-Z-YEAR-OF-CENT.
011070     DIVIDE WS-Z-YEAR-OF-CENT BY 4
011080         GIVING WS-Z-QUOTIENT.
011090     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
011100     DIVIDE WS-Z-CENTURY BY 4
011110         GIVING WS-Z-QUOTIENT.
011120     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
011130     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENTURY).
011140     DIVIDE WS-Z-SUM BY 7
011150         GIVING WS-Z-QUOTIENT
011160         REMAINDER WS-Z-REMAINDER.
011170     COMPUTE WS-Z-SUM = WS-Z-REMAINDER + 5.
011180     DIVIDE WS-Z-SUM BY 7
011190         GIVING WS-Z-QUOTIENT
011200         REMAINDER WS-Z-REMAINDER.
011210     COMPUTE WS-FCST-DAY-OF-WEEK = WS-Z-REMAINDER + 1.
011220 6000-EXIT.
011230     EXIT.
011240
011250******************************************************************
011260* 7000-ADVANCE-ONE-DAY - steps the forecast date forward one
011270*     calendar day, rolling the month and year as needed, the
011280*     mirror of ARCPURGE's 7100-BACK-ONE-DAY, with February
011290*     taking its leap day from 7200.
011300******************************************************************
011310 7000-ADVANCE-ONE-DAY.
011320     MOVE WS-MONTH-DAYS (WS-FCST-MONTH) TO WS-MONTH-LIMIT.
011330     IF WS-FCST-MONTH = 2
011340         PERFORM 7200-CHECK-LEAP-YEAR
011350             THRU 7200-EXIT
011360         IF WS-LEAP-YEAR
011370             MOVE 29 TO WS-MONTH-LIMIT
011380         END-IF
011390     END-IF.
011400     IF WS-FCST-DAY < WS-MONTH-LIMIT
011410         ADD 1 TO WS-FCST-DAY
011420         GO TO 7000-EXIT
011430     END-IF.
011440     MOVE 1 TO WS-FCST-DAY.
011450     IF WS-FCST-MONTH = 12
011460         MOVE 1 TO WS-FCST-MONTH
011470         ADD 1 TO WS-FCST-YEAR
011480     ELSE
011490         ADD 1 TO WS-FCST-MONTH
011500     END-IF.
011510 7000-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550* 7200-CHECK-LEAP-YEAR - sets WS-LEAP-YEAR for the forecast
011560*     year - divisible by four, except centuries not
011570*     divisible by four hundred.
011580******************************************************************
011590 7200-CHECK-LEAP-YEAR.
011600     MOVE 'N' TO WS-LEAP-FLAG.
011610     DIVIDE WS-FCST-YEAR BY 4
011620         GIVING WS-LEAP-QUOTIENT
011630         REMAINDER WS-LEAP-REMAINDER.
011640     IF WS-LEAP-REMAINDER = ZERO
011650         MOVE 'Y' TO WS-LEAP-FLAG
011660     END-IF.
011670     DIVIDE WS-FCST-YEAR BY 100
011680         GIVING WS-LEAP-QUOTIENT
011690         REMAINDER WS-LEAP-REMAINDER.
011700     IF WS-LEAP-REMAINDER = ZERO
011710         MOVE 'N' TO WS-LEAP-FLAG
011720         DIVIDE WS-FCST-YEAR BY 400
011730             GIVING WS-LEAP-QUOTIENT
011740             REMAINDER WS-LEAP-REMAINDER
011750         IF WS-LEAP-REMAINDER = ZERO
011760             MOVE 'Y' TO WS-LEAP-FLAG
011770         END-IF
011780     END-IF.
011790 7200-EXIT.
011800     EXIT.
011810
011820******************************************************************
011830* 8000-WRITE-SUMMARY - writes the gap, no-successor and
011840*     symbol-reject totals and sets condition code 8 when
011850*     anything was flagged, so the scheduler can alert before
011860*     the gap's morning arrives.
011870******************************************************************
011880 8000-WRITE-SUMMARY.
011890     MOVE SPACES TO WS-SUMMARY-LINE.
011900     MOVE 'DAYS WITH NO MESSAGE    -' TO WS-SUMMARY-LABEL.
011910     MOVE WS-GAP-COUNT TO WS-SUMMARY-COUNT.
011920     MOVE WS-SUMMARY-LINE TO FR-REPORT-LINE.
011930     WRITE FR-REPORT-LINE.
011940     MOVE 'EXPIRIES UNCOVERED      -' TO WS-SUMMARY-LABEL.
011950     MOVE WS-NO-SUCC-COUNT TO WS-SUMMARY-COUNT.
011960     MOVE WS-SUMMARY-LINE TO FR-REPORT-LINE.
011970     WRITE FR-REPORT-LINE.
011980     MOVE 'SYMBOLS WILL REJECT     -' TO WS-SUMMARY-LABEL.
011990     MOVE WS-SYMB-REJECT-COUNT TO WS-SUMMARY-COUNT.
012000     MOVE WS-SUMMARY-LINE TO FR-REPORT-LINE.
012010     WRITE FR-REPORT-LINE.
012020     IF WS-GAP-COUNT > ZERO
012030         OR WS-NO-SUCC-COUNT > ZERO
012040         OR WS-SYMB-REJECT-COUNT > ZERO
012050         IF RETURN-CODE = ZERO
012060             MOVE 8 TO RETURN-CODE
012070         END-IF
012080         DISPLAY 'BCASTFCT: GAPS FLAGGED ON THE FORECAST '
012090             'REPORT'
012100     END-IF.
012110 8000-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150* 9000-TERMINATE - closes the report file before STOP RUN.
012160*     The calendar and master open and close inside their own
012170*     load paragraphs.
012180******************************************************************
012190 9000-TERMINATE.
012200     IF WS-FCSTRPT-OPEN
012210         CLOSE FORECAST-REPORT-FILE
012220     END-IF.
012230 9000-EXIT.
012240     EXIT.
012250
012260 END PROGRAM BCASTFCT.
