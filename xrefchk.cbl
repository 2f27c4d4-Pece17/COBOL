000100******************************************************************
000110* PROGRAM:    XREFCHK
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Weekly cross-file referential integrity sweep.
000160*             Each maintenance program edits only its own file,
000170*             so the files drift apart unnoticed - this reads
000180*             them all against the MESSAGE-MASTER and prints,
000190*             by category, every
000200*               - active SCHEDCAL entry whose type, or type and
000210*                 language, has no master record;
000220*               - OPERSEC authorization type (other than the
000230*                 SECADMIN reservation) matching no master
000240*                 message type;
000250*               - PENDCHG update or delete whose key has since
000260*                 gone, or whose old text no longer matches
000270*                 the live record;
000280*               - REJECT row whose record key has since gone;
000290*               - pair of master records of the same type and
000300*                 language whose effective/expiry windows
000310*                 overlap today or later, so both would go out
000320*                 the same morning.
000330*             Condition code 8 when anything is found, so the
000340*             scheduler can alert before a missing or doubled
000350*             broadcast does.
000360*
000370* MODIFICATION HISTORY
000380*   2026-10-15  RSW  Original program.
000390******************************************************************
000400
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. XREFCHK.
000430 AUTHOR. R. S. WINTERS.
000440 INSTALLATION. DATA CENTER SERVICES.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS MM-RECORD-KEY
000590         FILE STATUS IS WS-MSGMAST-STATUS.
000600
000610     SELECT SCHEDULE-CALENDAR-FILE ASSIGN TO SCHEDCAL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-SCHEDCAL-STATUS.
000640
000650     SELECT OPERATOR-SECURITY-FILE ASSIGN TO OPERSEC
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OPERSEC-STATUS.
000680
000690     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PENDCHG-STATUS.
000720
000730     SELECT REJECT-FILE ASSIGN TO REJECT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-REJECT-STATUS.
000760
000770     SELECT XREF-REPORT-FILE ASSIGN TO XREFRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-XREFRPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MESSAGE-MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY MSGMAST.
000860
000870 FD  SCHEDULE-CALENDAR-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY SCHEDCAL.
000910
000920 FD  OPERATOR-SECURITY-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY OPERSEC.
000960
000970 FD  PENDING-CHANGE-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY PENDCHG.
001010
001020 FD  REJECT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050     COPY REJCTREC.
001060
001070 FD  XREF-REPORT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY XREFRPTL.
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001150         88  WS-MSGMAST-OK                VALUE '00'.
001160     05  WS-SCHEDCAL-STATUS          PIC X(02) VALUE '00'.
001170         88  WS-SCHEDCAL-OK               VALUE '00'.
001180     05  WS-OPERSEC-STATUS           PIC X(02) VALUE '00'.
001190         88  WS-OPERSEC-OK                VALUE '00'.
001200     05  WS-PENDCHG-STATUS           PIC X(02) VALUE '00'.
001210         88  WS-PENDCHG-OK                VALUE '00'.
001220     05  WS-REJECT-STATUS            PIC X(02) VALUE '00'.
001230         88  WS-REJECT-OK                 VALUE '00'.
001240     05  WS-XREFRPT-STATUS           PIC X(02) VALUE '00'.
001250         88  WS-XREFRPT-OK                VALUE '00'.
001260
001270 01  WS-SWITCHES.
001280     05  WS-XREFRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001290         88  WS-XREFRPT-OPEN               VALUE 'Y'.
001300     05  WS-MSGMAST-EOF-SW           PIC X(01) VALUE 'N'.
001310         88  WS-MSGMAST-EOF                VALUE 'Y'.
001320     05  WS-SCHED-EOF-SW             PIC X(01) VALUE 'N'.
001330         88  WS-SCHED-EOF                  VALUE 'Y'.
001340     05  WS-OPERSEC-EOF-SW           PIC X(01) VALUE 'N'.
001350         88  WS-OPERSEC-EOF                VALUE 'Y'.
001360     05  WS-PENDCHG-EOF-SW           PIC X(01) VALUE 'N'.
001370         88  WS-PENDCHG-EOF                VALUE 'Y'.
001380     05  WS-REJECT-EOF-SW            PIC X(01) VALUE 'N'.
001390         88  WS-REJECT-EOF                 VALUE 'Y'.
001400     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001410         88  WS-FOUND                      VALUE 'Y'.
001420
001430 01  WS-TODAY                        PIC 9(08).
001440 01  WS-LOOKUP-TYPE                  PIC X(10) VALUE SPACES.
001450 01  WS-LOOKUP-LANGUAGE              PIC X(02) VALUE SPACES.
001460 01  WS-LOOKUP-KEY                   PIC 9(06) VALUE ZERO.
001470 01  WS-OVERLAP-START                PIC 9(08) VALUE ZERO.
001480 01  WS-OVERLAP-END                  PIC 9(08) VALUE ZERO.
001490
001500 77  WS-MASTER-COUNT                 PIC 9(03) COMP VALUE ZERO.
001510 77  WS-MASTER-SUB                   PIC 9(03) COMP VALUE ZERO.
001520 77  WS-MATCH-SUB                    PIC 9(03) COMP VALUE ZERO.
001530 77  WS-OUTER-SUB                    PIC 9(03) COMP VALUE ZERO.
001540 77  WS-INNER-SUB                    PIC 9(03) COMP VALUE ZERO.
001550 77  WS-AUTH-SUB                     PIC 9(02) COMP VALUE ZERO.
001560 77  WS-CALENDAR-ORPHAN-COUNT        PIC 9(05) COMP VALUE ZERO.
001570 77  WS-AUTH-ORPHAN-COUNT            PIC 9(05) COMP VALUE ZERO.
001580 77  WS-PENDING-GONE-COUNT           PIC 9(05) COMP VALUE ZERO.
001590 77  WS-PENDING-STALE-COUNT          PIC 9(05) COMP VALUE ZERO.
001600 77  WS-REJECT-ORPHAN-COUNT          PIC 9(07) COMP VALUE ZERO.
001610 77  WS-OVERLAP-COUNT                PIC 9(05) COMP VALUE ZERO.
001620
001630******************************************************************
001640* The whole master, in key order, with the language defaulted
001650* to EN and a zero (never) expiry carried as 99999999 so the
001660* window overlap test needs no special case.
001670******************************************************************
001680 01  WS-MASTER-TABLE.
001690     05  WS-MASTER-ENTRY OCCURS 500 TIMES.
001700         10  WS-ME-RECORD-KEY        PIC 9(06).
001710         10  WS-ME-TYPE              PIC X(10).
001720         10  WS-ME-LANGUAGE          PIC X(02).
001730         10  WS-ME-EFFECTIVE-DATE    PIC 9(08).
001740         10  WS-ME-END-DATE          PIC 9(08).
001750         10  WS-ME-TEXT              PIC X(240).
001760
001770 01  WS-CALENDAR-ITEM.
001780     05  WS-CI-LABEL                 PIC X(08) VALUE 'WEEKDAY '.
001790     05  WS-CI-DAY-OF-WEEK           PIC 9(01).
001800     05  FILLER                      PIC X(01) VALUE SPACES.
001810
001820 01  WS-TYPE-DETAIL.
001830     05  FILLER                      PIC X(05) VALUE 'TYPE '.
001840     05  WS-TD-TYPE                  PIC X(10).
001850     05  FILLER                      PIC X(06) VALUE ' LANG '.
001860     05  WS-TD-LANGUAGE              PIC X(03).
001870     05  FILLER                      PIC X(14)
001880         VALUE ' NOT ON MASTER'.
001890
001900 01  WS-AUTH-DETAIL.
001910     05  FILLER                      PIC X(10)
001920         VALUE 'AUTH TYPE '.
001930     05  WS-AD-TYPE                  PIC X(10).
001940     05  FILLER                      PIC X(18)
001950         VALUE ' NOT ON MASTER'.
001960
001970 01  WS-PENDING-DETAIL.
001980     05  FILLER                      PIC X(07) VALUE 'ACTION '.
001990     05  WS-PN-ACTION                PIC X(01).
002000     05  FILLER                      PIC X(03) VALUE ' - '.
002010     05  WS-PN-PROBLEM               PIC X(27).
002020
002030 01  WS-REJECT-DETAIL.
002040     05  FILLER                      PIC X(09)
002050         VALUE 'REJECTED '.
002060     05  WS-RD-DATE                  PIC 9(08).
002070     05  FILLER                      PIC X(01) VALUE SPACES.
002080     05  WS-RD-REASON                PIC X(04).
002090     05  FILLER                      PIC X(16)
002100         VALUE ' - KEY GONE'.
002110
002120 01  WS-OVERLAP-DETAIL.
002130     05  FILLER                      PIC X(13)
002140         VALUE 'OVERLAPS KEY '.
002150     05  WS-OD-KEY                   PIC 9(06).
002160     05  FILLER                      PIC X(01) VALUE SPACES.
002170     05  WS-OD-TYPE                  PIC X(10).
002180     05  FILLER                      PIC X(01) VALUE SPACES.
002190     05  WS-OD-LANGUAGE              PIC X(02).
002200     05  FILLER                      PIC X(05) VALUE SPACES.
002210
002220 01  WS-HEADING-LINE.
002230     05  FILLER                      PIC X(20)
002240         VALUE 'CATEGORY'.
002250     05  FILLER                      PIC X(10)
002260         VALUE 'FILE'.
002270     05  FILLER                      PIC X(12)
002280         VALUE 'ITEM'.
002290     05  FILLER                      PIC X(38)
002300         VALUE 'PROBLEM'.
002310
002320 01  WS-SUMMARY-LINE.
002330     05  WS-SUMMARY-LABEL            PIC X(25) VALUE SPACES.
002340     05  WS-SUMMARY-COUNT            PIC ZZZZZZ9.
002350     05  FILLER                      PIC X(48) VALUE SPACES.
002360
002370 PROCEDURE DIVISION.
002380******************************************************************
002390* 0000-MAINLINE - controls overall program flow.
002400******************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-EXIT.
002440     IF RETURN-CODE = 0
002450         PERFORM 2000-CHECK-CALENDAR
002460             THRU 2000-EXIT
002470         PERFORM 3000-CHECK-OPERATOR-SECURITY
002480             THRU 3000-EXIT
002490         PERFORM 4000-CHECK-PENDING-CHANGES
002500             THRU 4000-EXIT
002510         PERFORM 5000-CHECK-REJECTS
002520             THRU 5000-EXIT
002530         PERFORM 6000-CHECK-WINDOW-OVERLAPS
002540             THRU 6000-EXIT
002550         PERFORM 8000-WRITE-SUMMARY
002560             THRU 8000-EXIT
002570     END-IF.
002580     PERFORM 9000-TERMINATE
002590         THRU 9000-EXIT.
002600     STOP RUN.
002610
002620******************************************************************
002630* 1000-INITIALIZE - opens the report and loads the whole master
002640*     into the table every check runs against.  A master that
002650*     will not open or does not fit stops the sweep - checked
002660*     against a partial master, everything past the table
002670*     would show as an orphan.
002680******************************************************************
002690 1000-INITIALIZE.
002700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002710     OPEN OUTPUT XREF-REPORT-FILE.
002720     IF NOT WS-XREFRPT-OK
002730         DISPLAY 'XREFCHK: UNABLE TO OPEN XREF-REPORT '
002740             'FILE, STATUS = ' WS-XREFRPT-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         GO TO 1000-EXIT
002770     END-IF.
002780     SET WS-XREFRPT-OPEN TO TRUE.
002790     MOVE WS-HEADING-LINE TO XR-REPORT-LINE.
002800     WRITE XR-REPORT-LINE.
002810     OPEN INPUT MESSAGE-MASTER-FILE.
002820     IF NOT WS-MSGMAST-OK
002830         DISPLAY 'XREFCHK: UNABLE TO OPEN MESSAGE-MASTER '
002840             'FILE, STATUS = ' WS-MSGMAST-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         GO TO 1000-EXIT
002870     END-IF.
002880     PERFORM 1100-LOAD-ONE-MASTER-RECORD
002890         THRU 1100-EXIT
002900         UNTIL WS-MSGMAST-EOF
002910         OR RETURN-CODE NOT = 0.
002920     CLOSE MESSAGE-MASTER-FILE.
002930 1000-EXIT.
002940     EXIT.
002950
002960******************************************************************
002970* 1100-LOAD-ONE-MASTER-RECORD - reads one master record into
002980*     its table entry.
002990******************************************************************
003000 1100-LOAD-ONE-MASTER-RECORD.
003010     READ MESSAGE-MASTER-FILE NEXT
003020         AT END
003030             SET WS-MSGMAST-EOF TO TRUE
003040             GO TO 1100-EXIT
003050     END-READ.
003060     IF WS-MASTER-COUNT NOT < 500
003070         DISPLAY 'XREFCHK: MASTER TABLE FULL - SWEEP STOPPED'
003080         MOVE 12 TO RETURN-CODE
003090         GO TO 1100-EXIT
003100     END-IF.
003110     ADD 1 TO WS-MASTER-COUNT.
003120     MOVE MM-RECORD-KEY   TO WS-ME-RECORD-KEY (WS-MASTER-COUNT).
003130     MOVE MM-MESSAGE-TYPE TO WS-ME-TYPE (WS-MASTER-COUNT).
003140     IF MM-LANGUAGE-CODE = SPACES
003150         MOVE 'EN' TO WS-ME-LANGUAGE (WS-MASTER-COUNT)
003160     ELSE
003170         MOVE MM-LANGUAGE-CODE
003180             TO WS-ME-LANGUAGE (WS-MASTER-COUNT)
003190     END-IF.
003200     MOVE MM-EFFECTIVE-DATE
003210         TO WS-ME-EFFECTIVE-DATE (WS-MASTER-COUNT).
003220     IF MM-NO-EXPIRY
003230         MOVE 99999999 TO WS-ME-END-DATE (WS-MASTER-COUNT)
003240     ELSE
003250         MOVE MM-EXPIRY-DATE
003260             TO WS-ME-END-DATE (WS-MASTER-COUNT)
003270     END-IF.
003280     MOVE MM-MESSAGE-TEXT TO WS-ME-TEXT (WS-MASTER-COUNT).
003290 1100-EXIT.
003300     EXIT.
003310
003320******************************************************************
003330* 2000-CHECK-CALENDAR - checks every active calendar entry's
003340*     type, and its language when it names one, against the
003350*     master.  No calendar means nothing to check - SAMPLE-
003360*     PROGRAM then selects every type.
003370******************************************************************
003380 2000-CHECK-CALENDAR.
003390     OPEN INPUT SCHEDULE-CALENDAR-FILE.
003400     IF NOT WS-SCHEDCAL-OK
003410         DISPLAY 'XREFCHK: NO SCHEDULE CALENDAR - NOT CHECKED'
003420         GO TO 2000-EXIT
003430     END-IF.
003440     PERFORM 2100-CHECK-ONE-CALENDAR-ENTRY
003450         THRU 2100-EXIT
003460         UNTIL WS-SCHED-EOF.
003470     CLOSE SCHEDULE-CALENDAR-FILE.
003480 2000-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 2100-CHECK-ONE-CALENDAR-ENTRY - reports one active calendar
003530*     entry no master record can satisfy.
003540******************************************************************
003550 2100-CHECK-ONE-CALENDAR-ENTRY.
003560     READ SCHEDULE-CALENDAR-FILE
003570         AT END
003580             SET WS-SCHED-EOF TO TRUE
003590             GO TO 2100-EXIT
003600     END-READ.
003610     IF NOT SC-ACTIVE
003620         GO TO 2100-EXIT
003630     END-IF.
003640     MOVE SC-MESSAGE-TYPE  TO WS-LOOKUP-TYPE.
003650     MOVE SC-LANGUAGE-CODE TO WS-LOOKUP-LANGUAGE.
003660     PERFORM 7000-FIND-TYPE-ON-MASTER
003670         THRU 7000-EXIT.
003680     IF WS-FOUND
003690         GO TO 2100-EXIT
003700     END-IF.
003710     ADD 1 TO WS-CALENDAR-ORPHAN-COUNT.
003720     MOVE SPACES               TO XR-REPORT-LINE.
003730     MOVE 'CALENDAR ORPHAN'    TO XR-CATEGORY.
003740     MOVE 'SCHEDCAL'           TO XR-FILE-NAME.
003750     IF SC-DAY-OF-WEEK-RULE
003760         MOVE SC-DAY-OF-WEEK   TO WS-CI-DAY-OF-WEEK
003770         MOVE WS-CALENDAR-ITEM TO XR-ITEM-ID
003780     ELSE
003790         MOVE SC-SCHED-DATE    TO XR-ITEM-ID
003800     END-IF.
003810     MOVE SC-MESSAGE-TYPE      TO WS-TD-TYPE.
003820     IF SC-LANGUAGE-CODE = SPACES
003830         MOVE 'ANY'            TO WS-TD-LANGUAGE
003840     ELSE
003850         MOVE SC-LANGUAGE-CODE TO WS-TD-LANGUAGE
003860     END-IF.
003870     MOVE WS-TYPE-DETAIL       TO XR-DETAIL.
003880     WRITE XR-REPORT-LINE.
003890 2100-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 3000-CHECK-OPERATOR-SECURITY - checks every authorization
003940*     type on every operator, active or not, against the
003950*     master's message types.  SECADMIN is a reserved grant,
003960*     not a message type, and is skipped.
003970******************************************************************
003980 3000-CHECK-OPERATOR-SECURITY.
003990     OPEN INPUT OPERATOR-SECURITY-FILE.
004000     IF NOT WS-OPERSEC-OK
004010         DISPLAY 'XREFCHK: NO OPERATOR SECURITY FILE - NOT '
004020             'CHECKED, STATUS = ' WS-OPERSEC-STATUS
004030         GO TO 3000-EXIT
004040     END-IF.
004050     PERFORM 3100-CHECK-ONE-OPERATOR
004060         THRU 3100-EXIT
004070         UNTIL WS-OPERSEC-EOF.
004080     CLOSE OPERATOR-SECURITY-FILE.
004090 3000-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130* 3100-CHECK-ONE-OPERATOR - reads one operator record and
004140*     checks each of its authorization types.
004150******************************************************************
004160 3100-CHECK-ONE-OPERATOR.
004170     READ OPERATOR-SECURITY-FILE
004180         AT END
004190             SET WS-OPERSEC-EOF TO TRUE
004200             GO TO 3100-EXIT
004210     END-READ.
004220     PERFORM 3200-CHECK-ONE-AUTH-TYPE
004230         THRU 3200-EXIT
004240         VARYING WS-AUTH-SUB FROM 1 BY 1
004250         UNTIL WS-AUTH-SUB > 5.
004260 3100-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 3200-CHECK-ONE-AUTH-TYPE - reports one authorization type no
004310*     master record carries.
004320******************************************************************
004330 3200-CHECK-ONE-AUTH-TYPE.
004340     IF OS-AUTH-TYPE (WS-AUTH-SUB) = SPACES
004350         OR OS-SECURITY-ADMIN (WS-AUTH-SUB)
004360         GO TO 3200-EXIT
004370     END-IF.
004380     MOVE OS-AUTH-TYPE (WS-AUTH-SUB) TO WS-LOOKUP-TYPE.
004390     MOVE SPACES TO WS-LOOKUP-LANGUAGE.
004400     PERFORM 7000-FIND-TYPE-ON-MASTER
004410         THRU 7000-EXIT.
004420     IF WS-FOUND
004430         GO TO 3200-EXIT
004440     END-IF.
004450     ADD 1 TO WS-AUTH-ORPHAN-COUNT.
004460     MOVE SPACES               TO XR-REPORT-LINE.
004470     MOVE 'AUTH TYPE ORPHAN'   TO XR-CATEGORY.
004480     MOVE 'OPERSEC'            TO XR-FILE-NAME.
004490     MOVE OS-OPERATOR-ID       TO XR-ITEM-ID.
004500     MOVE OS-AUTH-TYPE (WS-AUTH-SUB) TO WS-AD-TYPE.
004510     MOVE WS-AUTH-DETAIL       TO XR-DETAIL.
004520     WRITE XR-REPORT-LINE.
004530 3200-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 4000-CHECK-PENDING-CHANGES - checks every pending update and
004580*     delete against the live record it was keyed against.  A
004590*     pending add creates its record, so has none to check.
004600******************************************************************
004610 4000-CHECK-PENDING-CHANGES.
004620     OPEN INPUT PENDING-CHANGE-FILE.
004630     IF NOT WS-PENDCHG-OK
004640         DISPLAY 'XREFCHK: NO PENDING-CHANGE FILE - NOT '
004650             'CHECKED, STATUS = ' WS-PENDCHG-STATUS
004660         GO TO 4000-EXIT
004670     END-IF.
004680     PERFORM 4100-CHECK-ONE-PENDING-CHANGE
004690         THRU 4100-EXIT
004700         UNTIL WS-PENDCHG-EOF.
004710     CLOSE PENDING-CHANGE-FILE.
004720 4000-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 4100-CHECK-ONE-PENDING-CHANGE - reports a pending change
004770*     whose key has gone, or whose old text is no longer what
004780*     the master holds - approving it would overwrite wording
004790*     the reviewer never saw.
004800******************************************************************
004810 4100-CHECK-ONE-PENDING-CHANGE.
004820     READ PENDING-CHANGE-FILE
004830         AT END
004840             SET WS-PENDCHG-EOF TO TRUE
004850             GO TO 4100-EXIT
004860     END-READ.
004870     IF PD-ADD-ACTION
004880         GO TO 4100-EXIT
004890     END-IF.
004900     MOVE PD-RECORD-KEY TO WS-LOOKUP-KEY.
004910     PERFORM 7200-FIND-KEY-ON-MASTER
004920         THRU 7200-EXIT.
004930     MOVE SPACES               TO XR-REPORT-LINE.
004940     MOVE 'PENDCHG'            TO XR-FILE-NAME.
004950     MOVE PD-RECORD-KEY        TO XR-ITEM-ID.
004960     MOVE PD-ACTION            TO WS-PN-ACTION.
004970     IF NOT WS-FOUND
004980         ADD 1 TO WS-PENDING-GONE-COUNT
004990         MOVE 'PENDING KEY GONE'   TO XR-CATEGORY
005000         MOVE 'KEY NOT ON MASTER'  TO WS-PN-PROBLEM
005010         MOVE WS-PENDING-DETAIL    TO XR-DETAIL
005020         WRITE XR-REPORT-LINE
005030         GO TO 4100-EXIT
005040     END-IF.
005050     IF PD-OLD-MESSAGE-TEXT NOT = WS-ME-TEXT (WS-MATCH-SUB)
005060         ADD 1 TO WS-PENDING-STALE-COUNT
005070         MOVE 'PENDING STALE'      TO XR-CATEGORY
005080         MOVE 'OLD TEXT NO LONGER MATCHES'
005090             TO WS-PN-PROBLEM
005100         MOVE WS-PENDING-DETAIL    TO XR-DETAIL
005110         WRITE XR-REPORT-LINE
005120     END-IF.
005130 4100-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 5000-CHECK-REJECTS - checks every reject row's record key
005180*     against the master.  A zero key is a row converted from
005190*     before the key was carried, and has nothing to check.
005200******************************************************************
005210 5000-CHECK-REJECTS.
005220     OPEN INPUT REJECT-FILE.
005230     IF NOT WS-REJECT-OK
005240         DISPLAY 'XREFCHK: NO REJECT FILE - NOT CHECKED, '
005250             'STATUS = ' WS-REJECT-STATUS
005260         GO TO 5000-EXIT
005270     END-IF.
005280     PERFORM 5100-CHECK-ONE-REJECT
005290         THRU 5100-EXIT
005300         UNTIL WS-REJECT-EOF.
005310     CLOSE REJECT-FILE.
005320 5000-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 5100-CHECK-ONE-REJECT - reports one reject row whose record
005370*     key the master no longer holds - REJRPAIR has nowhere to
005380*     put its repair back.
005390******************************************************************
005400 5100-CHECK-ONE-REJECT.
005410     READ REJECT-FILE
005420         AT END
005430             SET WS-REJECT-EOF TO TRUE
005440             GO TO 5100-EXIT
005450     END-READ.
005460     IF RJ-RECORD-KEY NOT NUMERIC
005470         OR RJ-RECORD-KEY = ZERO
005480         GO TO 5100-EXIT
005490     END-IF.
005500     MOVE RJ-RECORD-KEY TO WS-LOOKUP-KEY.
005510     PERFORM 7200-FIND-KEY-ON-MASTER
005520         THRU 7200-EXIT.
005530     IF WS-FOUND
005540         GO TO 5100-EXIT
005550     END-IF.
005560     ADD 1 TO WS-REJECT-ORPHAN-COUNT.
005570     MOVE SPACES               TO XR-REPORT-LINE.
005580     MOVE 'REJECT ORPHAN'      TO XR-CATEGORY.
005590     MOVE 'REJECT'             TO XR-FILE-NAME.
005600     MOVE RJ-RECORD-KEY        TO XR-ITEM-ID.
005610     MOVE RJ-JOB-DATE          TO WS-RD-DATE.
005620     MOVE RJ-REASON-CODE       TO WS-RD-REASON.
005630     MOVE WS-REJECT-DETAIL     TO XR-DETAIL.
005640     WRITE XR-REPORT-LINE.
005650 5100-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 6000-CHECK-WINDOW-OVERLAPS - compares every pair of master
005700*     records once, reporting each pair of the same type and
005710*     language whose date windows overlap on any day from
005720*     today on.  An overlap wholly in the past can no longer
005730*     double a broadcast.
005740******************************************************************
005750 6000-CHECK-WINDOW-OVERLAPS.
005760     PERFORM 6100-CHECK-ONE-OUTER-RECORD
005770         THRU 6100-EXIT
005780         VARYING WS-OUTER-SUB FROM 1 BY 1
005790         UNTIL WS-OUTER-SUB NOT < WS-MASTER-COUNT.
005800 6000-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 6100-CHECK-ONE-OUTER-RECORD - pairs one master record with
005850*     every record after it in the table.
005860******************************************************************
005870 6100-CHECK-ONE-OUTER-RECORD.
005880     PERFORM 6200-CHECK-ONE-PAIR
005890         THRU 6200-EXIT
005900         VARYING WS-INNER-SUB FROM WS-OUTER-SUB BY 1
005910         UNTIL WS-INNER-SUB NOT < WS-MASTER-COUNT.
005920 6100-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 6200-CHECK-ONE-PAIR - reports the outer record and the one
005970*     after the inner subscript when they share a type and
005980*     language and their windows overlap today or later - the
005990*     later of the two effective dates falls on or before the
006000*     earlier of the two end dates, and that end is not past.
006010******************************************************************
006020 6200-CHECK-ONE-PAIR.
006030     ADD 1 WS-INNER-SUB GIVING WS-MATCH-SUB.
006040     IF WS-ME-TYPE (WS-OUTER-SUB) NOT = WS-ME-TYPE (WS-MATCH-SUB)
006050         OR WS-ME-LANGUAGE (WS-OUTER-SUB)
006060             NOT = WS-ME-LANGUAGE (WS-MATCH-SUB)
006070         GO TO 6200-EXIT
006080     END-IF.
006090     IF WS-ME-EFFECTIVE-DATE (WS-OUTER-SUB)
006100         > WS-ME-EFFECTIVE-DATE (WS-MATCH-SUB)
006110         MOVE WS-ME-EFFECTIVE-DATE (WS-OUTER-SUB)
006120             TO WS-OVERLAP-START
006130     ELSE
006140         MOVE WS-ME-EFFECTIVE-DATE (WS-MATCH-SUB)
006150             TO WS-OVERLAP-START
006160     END-IF.
006170     IF WS-ME-END-DATE (WS-OUTER-SUB)
006180         < WS-ME-END-DATE (WS-MATCH-SUB)
006190         MOVE WS-ME-END-DATE (WS-OUTER-SUB) TO WS-OVERLAP-END
006200     ELSE
006210         MOVE WS-ME-END-DATE (WS-MATCH-SUB) TO WS-OVERLAP-END
006220     END-IF.
006230     IF WS-OVERLAP-START > WS-OVERLAP-END
006240         OR WS-OVERLAP-END < WS-TODAY
006250         GO TO 6200-EXIT
006260     END-IF.
006270     ADD 1 TO WS-OVERLAP-COUNT.
006280     MOVE SPACES               TO XR-REPORT-LINE.
006290     MOVE 'WINDOW OVERLAP'     TO XR-CATEGORY.
006300     MOVE 'MSGMAST'            TO XR-FILE-NAME.
006310     MOVE WS-ME-RECORD-KEY (WS-OUTER-SUB) TO XR-ITEM-ID.
006320     MOVE WS-ME-RECORD-KEY (WS-MATCH-SUB) TO WS-OD-KEY.
006330     MOVE WS-ME-TYPE (WS-MATCH-SUB)       TO WS-OD-TYPE.
006340     MOVE WS-ME-LANGUAGE (WS-MATCH-SUB)   TO WS-OD-LANGUAGE.
006350     MOVE WS-OVERLAP-DETAIL    TO XR-DETAIL.
006360     WRITE XR-REPORT-LINE.
006370 6200-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410* 7000-FIND-TYPE-ON-MASTER - sets WS-FOUND when any master
006420*     record carries the type in WS-LOOKUP-TYPE and, when
006430*     WS-LOOKUP-LANGUAGE is not blank, that language.
006440******************************************************************
006450 7000-FIND-TYPE-ON-MASTER.
006460     MOVE 'N' TO WS-FOUND-SW.
006470     PERFORM 7100-CHECK-ONE-TYPE
006480         THRU 7100-EXIT
006490         VARYING WS-MASTER-SUB FROM 1 BY 1
006500         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
006510         OR WS-FOUND.
006520 7000-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560* 7100-CHECK-ONE-TYPE - checks one master table entry against
006570*     the lookup type and language.
006580******************************************************************
006590 7100-CHECK-ONE-TYPE.
006600     IF WS-ME-TYPE (WS-MASTER-SUB) = WS-LOOKUP-TYPE
006610         IF WS-LOOKUP-LANGUAGE = SPACES
006620             OR WS-ME-LANGUAGE (WS-MASTER-SUB)
006630                 = WS-LOOKUP-LANGUAGE
006640             SET WS-FOUND TO TRUE
006650         END-IF
006660     END-IF.
006670 7100-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 7200-FIND-KEY-ON-MASTER - sets WS-FOUND, and WS-MATCH-SUB to
006720*     its table entry, when the master holds the key in
006730*     WS-LOOKUP-KEY.
006740******************************************************************
006750 7200-FIND-KEY-ON-MASTER.
006760     MOVE 'N' TO WS-FOUND-SW.
006770     MOVE ZERO TO WS-MATCH-SUB.
006780     PERFORM 7300-CHECK-ONE-KEY
006790         THRU 7300-EXIT
006800         VARYING WS-MASTER-SUB FROM 1 BY 1
006810         UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
006820         OR WS-FOUND.
006830 7200-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 7300-CHECK-ONE-KEY - checks one master table entry against
006880*     the lookup key.
006890******************************************************************
006900 7300-CHECK-ONE-KEY.
006910     IF WS-ME-RECORD-KEY (WS-MASTER-SUB) = WS-LOOKUP-KEY
006920         SET WS-FOUND TO TRUE
006930         MOVE WS-MASTER-SUB TO WS-MATCH-SUB
006940     END-IF.
006950 7300-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 8000-WRITE-SUMMARY - writes the count per category and sets
007000*     condition code 8 when anything was found.
007010******************************************************************
007020 8000-WRITE-SUMMARY.
007030     MOVE SPACES TO WS-SUMMARY-LINE.
007040     MOVE 'MASTER RECORDS CHECKED  -' TO WS-SUMMARY-LABEL.
007050     MOVE WS-MASTER-COUNT TO WS-SUMMARY-COUNT.
007060     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007070     WRITE XR-REPORT-LINE.
007080     MOVE 'CALENDAR ORPHANS        -' TO WS-SUMMARY-LABEL.
007090     MOVE WS-CALENDAR-ORPHAN-COUNT TO WS-SUMMARY-COUNT.
007100     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007110     WRITE XR-REPORT-LINE.
007120     MOVE 'AUTH TYPE ORPHANS       -' TO WS-SUMMARY-LABEL.
007130     MOVE WS-AUTH-ORPHAN-COUNT TO WS-SUMMARY-COUNT.
007140     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007150     WRITE XR-REPORT-LINE.
007160     MOVE 'PENDING KEYS GONE       -' TO WS-SUMMARY-LABEL.
007170     MOVE WS-PENDING-GONE-COUNT TO WS-SUMMARY-COUNT.
007180     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007190     WRITE XR-REPORT-LINE.
007200     MOVE 'PENDING STALE TEXT      -' TO WS-SUMMARY-LABEL.
007210     MOVE WS-PENDING-STALE-COUNT TO WS-SUMMARY-COUNT.
007220     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007230     WRITE XR-REPORT-LINE.
007240     MOVE 'REJECT ORPHANS          -' TO WS-SUMMARY-LABEL.
007250     MOVE WS-REJECT-ORPHAN-COUNT TO WS-SUMMARY-COUNT.
007260     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007270     WRITE XR-REPORT-LINE.
007280     MOVE 'WINDOW OVERLAPS         -' TO WS-SUMMARY-LABEL.
007290     MOVE WS-OVERLAP-COUNT TO WS-SUMMARY-COUNT.
007300     MOVE WS-SUMMARY-LINE TO XR-REPORT-LINE.
007310     WRITE XR-REPORT-LINE.
007320     IF WS-CALENDAR-ORPHAN-COUNT > ZERO
007330         OR WS-AUTH-ORPHAN-COUNT > ZERO
007340         OR WS-PENDING-GONE-COUNT > ZERO
007350         OR WS-PENDING-STALE-COUNT > ZERO
007360         OR WS-REJECT-ORPHAN-COUNT > ZERO
007370         OR WS-OVERLAP-COUNT > ZERO
007380         IF RETURN-CODE = ZERO
007390             MOVE 8 TO RETURN-CODE
007400         END-IF
007410         DISPLAY 'XREFCHK: INTEGRITY PROBLEMS ON THE XREF '
007420             'REPORT'
007430     END-IF.
007440 8000-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 9000-TERMINATE - closes the report file before STOP RUN.
007490*     The input files open and close inside their own check
007500*     paragraphs.
007510******************************************************************
007520 9000-TERMINATE.
007530     IF WS-XREFRPT-OPEN
007540         CLOSE XREF-REPORT-FILE
007550     END-IF.
007560 9000-EXIT.
007570     EXIT.
007580
007590 END PROGRAM XREFCHK.
