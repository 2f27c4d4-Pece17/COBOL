000100******************************************************************
000110* PROGRAM:    OPERCERT
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Quarterly operator access recertification.  Lists
000160*             every operator on the OPERSEC security master with
000170*             their name, active flag and authorized-type grants,
000180*             alongside their last change date, change count and
000190*             denied-attempt count gathered from MAINT-LOG and the
000200*             MLARCH archive.  An active ID with no logged
000210*             activity for longer than the CERTPARM threshold (90
000220*             days when blank) is flagged DORMANT, a grant for a
000230*             type the operator has never maintained is marked,
000240*             and the count of active SECADMIN holders is shown
000250*             at the foot - audit signs the printed report off
000260*             in place of cross-reading the log by hand.  Once
000270*             signed, a run in mode D deactivates the dormant IDs
000280*             in bulk under the security administrator named on
000290*             the card, each deactivation logged action O exactly
000300*             as OPERMNT logs its own, and never removing the
000310*             last active administrator.  Condition code 4 when
000320*             anything is flagged.
000330*
000340* MODIFICATION HISTORY
000350*   2026-10-15  RSW  Original program.
000360******************************************************************
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. OPERCERT.
000400 AUTHOR. R. S. WINTERS.
000410 INSTALLATION. DATA CENTER SERVICES.
000420 DATE-WRITTEN. 2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPERATOR-SECURITY-FILE ASSIGN TO OPERSEC
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-OPERSEC-STATUS.
000550
000560     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-MAINTLOG-STATUS.
000590
000600     SELECT MAINT-ARCHIVE-FILE ASSIGN TO MLARCH
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-MLARCH-STATUS.
000630
000640     SELECT CERT-PARM-FILE ASSIGN TO CERTPARM
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CERTPARM-STATUS.
000670
000680     SELECT CERT-REPORT-FILE ASSIGN TO CERTRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-CERTRPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  OPERATOR-SECURITY-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY OPERSEC.
000780
000790 FD  MAINT-LOG-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY MAINTLOG.
000830
000840 FD  MAINT-ARCHIVE-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  MA-MAINT-ARCHIVE-RECORD         PIC X(524).
000880
000890 FD  CERT-PARM-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CERTPARM.
000930
000940 FD  CERT-REPORT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CERTRPTL.
000980
000990 WORKING-STORAGE SECTION.
001000 01  WS-FILE-STATUSES.
001010     05  WS-OPERSEC-STATUS           PIC X(02) VALUE '00'.
001020         88  WS-OPERSEC-OK                VALUE '00'.
001030     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001040         88  WS-MAINTLOG-OK               VALUE '00'.
001050     05  WS-MLARCH-STATUS            PIC X(02) VALUE '00'.
001060         88  WS-MLARCH-OK                 VALUE '00'.
001070     05  WS-CERTPARM-STATUS          PIC X(02) VALUE '00'.
001080         88  WS-CERTPARM-OK               VALUE '00'.
001090     05  WS-CERTRPT-STATUS           PIC X(02) VALUE '00'.
001100         88  WS-CERTRPT-OK                VALUE '00'.
001110
001120 01  WS-SWITCHES.
001130     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001140         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001150     05  WS-CERTRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001160         88  WS-CERTRPT-OPEN               VALUE 'Y'.
001170     05  WS-OPERSEC-EOF-SW           PIC X(01) VALUE 'N'.
001180         88  WS-OPERSEC-EOF                VALUE 'Y'.
001190     05  WS-MAINTLOG-EOF-SW          PIC X(01) VALUE 'N'.
001200         88  WS-MAINTLOG-EOF               VALUE 'Y'.
001210     05  WS-MLARCH-EOF-SW            PIC X(01) VALUE 'N'.
001220         88  WS-MLARCH-EOF                 VALUE 'Y'.
001230     05  WS-TABLE-CHANGED-SW         PIC X(01) VALUE 'N'.
001240         88  WS-TABLE-CHANGED              VALUE 'Y'.
001250     05  WS-SLOT-FOUND-SW            PIC X(01) VALUE 'N'.
001260         88  WS-SLOT-FOUND                 VALUE 'Y'.
001270
001280 01  WS-RUN-STAMP.
001290     05  WS-RUN-DATE                 PIC 9(08).
001300     05  WS-RUN-TIME                 PIC 9(08).
001310
001320 01  WS-RUN-MODE                     PIC X(01) VALUE 'R'.
001330     88  WS-REPORT-MODE                   VALUE 'R'.
001340     88  WS-DEACTIVATE-MODE               VALUE 'D'.
001350 01  WS-ADMIN-ID                     PIC X(08) VALUE SPACES.
001360 01  WS-TARGET-ID                    PIC X(08) VALUE SPACES.
001370 01  WS-TYPE-REPLY                   PIC X(10) VALUE SPACES.
001380 01  WS-DENIAL-REASON                PIC X(30) VALUE SPACES.
001390 01  WS-DENIAL-TEXT.
001400     05  FILLER                      PIC X(09)
001410         VALUE 'DENIED - '.
001420     05  WS-DENIAL-DETAIL            PIC X(30).
001430     05  FILLER                      PIC X(06) VALUE ' TYPE '.
001440     05  WS-DENIAL-TYPE              PIC X(10).
001450 01  WS-LOG-TEXT.
001460     05  WS-LOG-VERB                 PIC X(12).
001470     05  WS-LOG-DETAIL               PIC X(10).
001480     05  FILLER                      PIC X(08) VALUE SPACES.
001490
001500 01  WS-AGE-DATE                     PIC 9(08) VALUE ZERO.
001510 01  WS-AGE-SPLIT REDEFINES WS-AGE-DATE.
001520     05  WS-AGE-YEAR                 PIC 9(04).
001530     05  WS-AGE-MONTH                PIC 9(02).
001540     05  WS-AGE-DAY                  PIC 9(02).
001550
001560 01  WS-MONTH-DAY-VALUES             PIC X(24)
001570     VALUE '312831303130313130313031'.
001580 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
001590     05  WS-MONTH-DAYS OCCURS 12 TIMES
001600                                     PIC 9(02).
001610 01  WS-MONTH-LIMIT                  PIC 9(02) VALUE ZERO.
001620
001630 01  WS-LEAP-WORK.
001640     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001650     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001660     05  WS-LEAP-FLAG                PIC X(01) VALUE 'N'.
001670         88  WS-LEAP-YEAR                  VALUE 'Y'.
001680
001690 77  WS-DORMANT-DAYS                 PIC 9(03) COMP VALUE ZERO.
001700 77  WS-AGE-DAYS                     PIC 9(03) COMP VALUE ZERO.
001710 77  WS-OPER-COUNT                   PIC 9(03) COMP VALUE ZERO.
001720 77  WS-OPER-SUB                     PIC 9(03) COMP VALUE ZERO.
001730 77  WS-TARGET-SUB                   PIC 9(03) COMP VALUE ZERO.
001740 77  WS-ADMIN-SUB                    PIC 9(03) COMP VALUE ZERO.
001750 77  WS-AUTH-SUB                     PIC 9(01) COMP VALUE ZERO.
001760 77  WS-SLOT-SUB                     PIC 9(01) COMP VALUE ZERO.
001770 77  WS-SAVE-SUB                     PIC 9(03) COMP VALUE ZERO.
001780 77  WS-ADMIN-COUNT                  PIC 9(03) COMP VALUE ZERO.
001790 77  WS-GRANT-COUNT                  PIC 9(01) COMP VALUE ZERO.
001800 77  WS-ROWS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001810 77  WS-ACTIVE-COUNT                 PIC 9(05) COMP VALUE ZERO.
001820 77  WS-DORMANT-COUNT                PIC 9(05) COMP VALUE ZERO.
001830 77  WS-UNUSED-GRANT-COUNT           PIC 9(05) COMP VALUE ZERO.
001840 77  WS-CHANGES-COUNT                PIC 9(05) COMP VALUE ZERO.
001850
001860 01  WS-OPERATOR-TABLE.
001870     05  WS-OPER-ENTRY OCCURS 100 TIMES.
001880         10  WS-OE-OPERATOR-ID       PIC X(08).
001890         10  WS-OE-OPERATOR-NAME     PIC X(25).
001900         10  WS-OE-GRANT OCCURS 5 TIMES.
001910             15  WS-OE-AUTH-TYPE     PIC X(10).
001920             15  WS-OE-GRANT-USED-SW PIC X(01).
001930                 88  WS-OE-GRANT-USED     VALUE 'Y'.
001940         10  WS-OE-ACTIVE-FLAG       PIC X(01).
001950             88  WS-OE-ACTIVE             VALUE 'Y'.
001960         10  WS-OE-LAST-CHANGE-DATE  PIC 9(08).
001970         10  WS-OE-CHANGE-COUNT      PIC 9(05) COMP.
001980         10  WS-OE-DENIED-COUNT      PIC 9(05) COMP.
001990         10  WS-OE-DORMANT-SW        PIC X(01).
002000             88  WS-OE-DORMANT            VALUE 'Y'.
002010         10  WS-OE-OUTCOME           PIC X(12).
002020
002030 01  WS-PARM-LINE.
002040     05  FILLER                      PIC X(18)
002050         VALUE 'RECERTIFIED AS OF '.
002060     05  WS-PARM-DATE-DISPLAY        PIC 9(08).
002070     05  FILLER                      PIC X(16)
002080         VALUE ' - DORMANT AFTER'.
002090     05  FILLER                      PIC X(01) VALUE SPACE.
002100     05  WS-PARM-DAYS-DISPLAY        PIC ZZ9.
002110     05  FILLER                      PIC X(14)
002120         VALUE ' DAYS - MODE  '.
002130     05  WS-PARM-MODE-DISPLAY        PIC X(01).
002140     05  FILLER                      PIC X(19) VALUE SPACES.
002150
002160 01  WS-LEGEND-LINE.
002170     05  FILLER                      PIC X(27)
002180         VALUE 'GRANTS MARKED * HAVE NEVER '.
002190     05  FILLER                      PIC X(53)
002200         VALUE 'BEEN MAINTAINED BY THE OPERATOR'.
002210
002220 01  WS-HEADING-LINE.
002230     05  FILLER                      PIC X(10)
002240         VALUE 'OPERATOR  '.
002250     05  FILLER                      PIC X(26)
002260         VALUE 'NAME'.
002270     05  FILLER                      PIC X(03)
002280         VALUE 'ACT'.
002290     05  FILLER                      PIC X(09)
002300         VALUE 'LAST CHG '.
002310     05  FILLER                      PIC X(06)
002320         VALUE 'CHNGS '.
002330     05  FILLER                      PIC X(06)
002340         VALUE 'DENYD '.
002350     05  FILLER                      PIC X(08)
002360         VALUE 'DORMANT '.
002370     05  FILLER                      PIC X(12)
002380         VALUE 'OUTCOME'.
002390
002400 01  WS-GRANT-LINE.
002410     05  FILLER                      PIC X(12)
002420         VALUE '    GRANTS: '.
002430     05  WS-GL-GRANT OCCURS 5 TIMES.
002440         10  WS-GL-AUTH-TYPE         PIC X(10).
002450         10  WS-GL-UNUSED-MARK       PIC X(01).
002460         10  FILLER                  PIC X(01).
002470     05  FILLER                      PIC X(08) VALUE SPACES.
002480
002490 01  WS-SUMMARY-LINE.
002500     05  WS-SUMMARY-LABEL            PIC X(25) VALUE SPACES.
002510     05  WS-SUMMARY-COUNT            PIC ZZZZZZ9.
002520     05  FILLER                      PIC X(48) VALUE SPACES.
002530
002540 PROCEDURE DIVISION.
002550******************************************************************
002560* 0000-MAINLINE - controls overall program flow.
002570******************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE
002600         THRU 1000-EXIT.
002610     IF RETURN-CODE = 0
002620         PERFORM 2000-SCAN-MAINT-HISTORY
002630             THRU 2000-EXIT
002640     END-IF.
002650     IF RETURN-CODE = 0
002660         PERFORM 4000-ASSESS-OPERATOR
002670             THRU 4000-EXIT
002680             VARYING WS-OPER-SUB FROM 1 BY 1
002690             UNTIL WS-OPER-SUB > WS-OPER-COUNT
002700         IF WS-DEACTIVATE-MODE
002710             PERFORM 5000-DEACTIVATE-DORMANT
002720                 THRU 5000-EXIT
002730         END-IF
002740         PERFORM 6000-WRITE-OPERATOR
002750             THRU 6000-EXIT
002760             VARYING WS-OPER-SUB FROM 1 BY 1
002770             UNTIL WS-OPER-SUB > WS-OPER-COUNT
002780         PERFORM 8000-WRITE-SUMMARY
002790             THRU 8000-EXIT
002800     END-IF.
002810     PERFORM 9000-TERMINATE
002820         THRU 9000-EXIT.
002830     STOP RUN.
002840
002850******************************************************************
002860* 1000-INITIALIZE - reads the parameter card, loads the security
002870*     master into the operator table, and opens the report with
002880*     its parameter, legend and heading lines.
002890******************************************************************
002900 1000-INITIALIZE.
002910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002920     ACCEPT WS-RUN-TIME FROM TIME.
002930     PERFORM 1100-READ-CERT-PARM
002940         THRU 1100-EXIT.
002950     PERFORM 1200-LOAD-SECURITY-TABLE
002960         THRU 1200-EXIT.
002970     IF RETURN-CODE NOT = 0
002980         GO TO 1000-EXIT
002990     END-IF.
003000     OPEN OUTPUT CERT-REPORT-FILE.
003010     IF NOT WS-CERTRPT-OK
003020         DISPLAY 'OPERCERT: UNABLE TO OPEN CERT-REPORT '
003030             'FILE, STATUS = ' WS-CERTRPT-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         GO TO 1000-EXIT
003060     END-IF.
003070     SET WS-CERTRPT-OPEN TO TRUE.
003080     MOVE WS-RUN-DATE     TO WS-PARM-DATE-DISPLAY.
003090     MOVE WS-DORMANT-DAYS TO WS-PARM-DAYS-DISPLAY.
003100     MOVE WS-RUN-MODE     TO WS-PARM-MODE-DISPLAY.
003110     MOVE WS-PARM-LINE TO OC-REPORT-LINE.
003120     WRITE OC-REPORT-LINE.
003130     MOVE WS-LEGEND-LINE TO OC-REPORT-LINE.
003140     WRITE OC-REPORT-LINE.
003150     MOVE WS-HEADING-LINE TO OC-REPORT-LINE.
003160     WRITE OC-REPORT-LINE.
003170 1000-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210* 1100-READ-CERT-PARM - reads the recertification card.  A
003220*     missing card, or a blank mode, means report only; a blank
003230*     or zero threshold means 90 days.  Mode D takes the
003240*     administrator ID from the card.
003250******************************************************************
003260 1100-READ-CERT-PARM.
003270     MOVE 'R' TO WS-RUN-MODE.
003280     MOVE 90 TO WS-DORMANT-DAYS.
003290     OPEN INPUT CERT-PARM-FILE.
003300     IF WS-CERTPARM-OK
003310         READ CERT-PARM-FILE
003320             AT END
003330                 CONTINUE
003340             NOT AT END
003350                 IF CP-DEACTIVATE-MODE
003360                     MOVE 'D' TO WS-RUN-MODE
003370                     MOVE CP-ADMIN-ID TO WS-ADMIN-ID
003380                 END-IF
003390                 IF CP-DORMANT-DAYS-NUM NUMERIC
003400                     AND CP-DORMANT-DAYS-NUM > ZERO
003410                     MOVE CP-DORMANT-DAYS-NUM
003420                         TO WS-DORMANT-DAYS
003430                 END-IF
003440         END-READ
003450         CLOSE CERT-PARM-FILE
003460     END-IF.
003470     IF WS-DEACTIVATE-MODE
003480         DISPLAY 'OPERCERT: DORMANT ID CLEAN-UP RUN - DORMANT '
003490             'AFTER ' WS-DORMANT-DAYS ' DAYS'
003500     ELSE
003510         DISPLAY 'OPERCERT: RECERTIFICATION REPORT ONLY - '
003520             'DORMANT AFTER ' WS-DORMANT-DAYS ' DAYS'
003530     END-IF.
003540 1100-EXIT.
003550     EXIT.
003560
003570******************************************************************
003580* 1200-LOAD-SECURITY-TABLE - reads the whole security master
003590*     into the operator table, as OPERMNT does, so a clean-up
003600*     run can apply its deactivations in place and rewrite the
003610*     file once at the end.
003620******************************************************************
003630 1200-LOAD-SECURITY-TABLE.
003640     OPEN INPUT OPERATOR-SECURITY-FILE.
003650     IF NOT WS-OPERSEC-OK
003660         DISPLAY 'OPERCERT: UNABLE TO OPEN OPERATOR SECURITY '
003670             'FILE, STATUS = ' WS-OPERSEC-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 1200-EXIT
003700     END-IF.
003710     PERFORM 1250-LOAD-ONE-OPERATOR
003720         THRU 1250-EXIT
003730         UNTIL WS-OPERSEC-EOF.
003740     CLOSE OPERATOR-SECURITY-FILE.
003750 1200-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 1250-LOAD-ONE-OPERATOR - reads one security master record
003800*     into its table entry with no activity yet counted.  A
003810*     full table stops the run RC 12 rather than certify an
003820*     incomplete list.
003830******************************************************************
003840 1250-LOAD-ONE-OPERATOR.
003850     READ OPERATOR-SECURITY-FILE
003860         AT END
003870             SET WS-OPERSEC-EOF TO TRUE
003880             GO TO 1250-EXIT
003890     END-READ.
003900     IF WS-OPER-COUNT < 100
003910         ADD 1 TO WS-OPER-COUNT
003920         MOVE OS-OPERATOR-ID
003930             TO WS-OE-OPERATOR-ID (WS-OPER-COUNT)
003940         MOVE OS-OPERATOR-NAME
003950             TO WS-OE-OPERATOR-NAME (WS-OPER-COUNT)
003960         PERFORM 1270-LOAD-ONE-AUTH-TYPE
003970             THRU 1270-EXIT
003980             VARYING WS-AUTH-SUB FROM 1 BY 1
003990             UNTIL WS-AUTH-SUB > 5
004000         MOVE OS-ACTIVE-FLAG
004010             TO WS-OE-ACTIVE-FLAG (WS-OPER-COUNT)
004020         MOVE ZERO  TO WS-OE-LAST-CHANGE-DATE (WS-OPER-COUNT)
004030         MOVE ZERO  TO WS-OE-CHANGE-COUNT (WS-OPER-COUNT)
004040         MOVE ZERO  TO WS-OE-DENIED-COUNT (WS-OPER-COUNT)
004050         MOVE 'N'   TO WS-OE-DORMANT-SW (WS-OPER-COUNT)
004060         MOVE SPACES TO WS-OE-OUTCOME (WS-OPER-COUNT)
004070     ELSE
004080         DISPLAY 'OPERCERT: OPERATOR TABLE FULL - RECORD FOR '
004090             OS-OPERATOR-ID ' IGNORED'
004100         MOVE 12 TO RETURN-CODE
004110     END-IF.
004120 1250-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160* 1270-LOAD-ONE-AUTH-TYPE - copies one authorized-type list
004170*     entry into the table, not yet seen maintained.
004180******************************************************************
004190 1270-LOAD-ONE-AUTH-TYPE.
004200     MOVE OS-AUTH-TYPE (WS-AUTH-SUB)
004210         TO WS-OE-AUTH-TYPE (WS-OPER-COUNT WS-AUTH-SUB).
004220     MOVE 'N'
004230         TO WS-OE-GRANT-USED-SW (WS-OPER-COUNT WS-AUTH-SUB).
004240 1270-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 2000-SCAN-MAINT-HISTORY - tallies every maintenance log row,
004290*     the MLARCH archive first and then the live log, against
004300*     the operators it names.  The archive is optional - a
004310*     shop that has never purged has only the live log.
004320******************************************************************
004330 2000-SCAN-MAINT-HISTORY.
004340     OPEN INPUT MAINT-ARCHIVE-FILE.
004350     IF WS-MLARCH-OK
004360         PERFORM 2100-READ-ONE-ARCHIVE-ROW
004370             THRU 2100-EXIT
004380             UNTIL WS-MLARCH-EOF
004390         CLOSE MAINT-ARCHIVE-FILE
004400     ELSE
004410         DISPLAY 'OPERCERT: NO MAINT-LOG ARCHIVE - LIVE LOG '
004420             'ONLY, STATUS = ' WS-MLARCH-STATUS
004430     END-IF.
004440     OPEN INPUT MAINT-LOG-FILE.
004450     IF NOT WS-MAINTLOG-OK
004460         DISPLAY 'OPERCERT: UNABLE TO OPEN MAINT-LOG FILE, '
004470             'STATUS = ' WS-MAINTLOG-STATUS
004480         MOVE 16 TO RETURN-CODE
004490         GO TO 2000-EXIT
004500     END-IF.
004510     PERFORM 2200-READ-ONE-LOG-ROW
004520         THRU 2200-EXIT
004530         UNTIL WS-MAINTLOG-EOF.
004540     CLOSE MAINT-LOG-FILE.
004550     DISPLAY 'OPERCERT: MAINT-LOG ROWS READ - '
004560         WS-ROWS-READ-COUNT.
004570 2000-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 2100-READ-ONE-ARCHIVE-ROW - reads one archived maintenance
004620*     log row into the log record layout and tallies it.
004630******************************************************************
004640 2100-READ-ONE-ARCHIVE-ROW.
004650     READ MAINT-ARCHIVE-FILE
004660         AT END
004670             SET WS-MLARCH-EOF TO TRUE
004680             GO TO 2100-EXIT
004690     END-READ.
004700     MOVE MA-MAINT-ARCHIVE-RECORD TO ML-MAINT-LOG-RECORD.
004710     PERFORM 2500-TALLY-LOG-ROW
004720         THRU 2500-EXIT.
004730 2100-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 2200-READ-ONE-LOG-ROW - reads one live maintenance log row
004780*     and tallies it.
004790******************************************************************
004800 2200-READ-ONE-LOG-ROW.
004810     READ MAINT-LOG-FILE
004820         AT END
004830             SET WS-MAINTLOG-EOF TO TRUE
004840             GO TO 2200-EXIT
004850     END-READ.
004860     PERFORM 2500-TALLY-LOG-ROW
004870         THRU 2500-EXIT.
004880 2200-EXIT.
004890     EXIT.
004900
004910******************************************************************
004920* 2500-TALLY-LOG-ROW - charges one maintenance log row to the
004930*     operators it names.  A denied attempt (action N) counts
004940*     against the ID entered and is not activity.  Any other row
004950*     is activity of ML-OPERATOR-ID, and of the second operator
004960*     too where one approved or reviewed the change - but not
004970*     on an action O row, where the second operator is the one
004980*     whose access was changed.  IDs no longer on the security
004990*     master are passed over.
005000******************************************************************
005010 2500-TALLY-LOG-ROW.
005020     ADD 1 TO WS-ROWS-READ-COUNT.
005030     MOVE ML-OPERATOR-ID TO WS-TARGET-ID.
005040     PERFORM 3000-FIND-OPERATOR
005050         THRU 3000-EXIT.
005060     IF ML-DENIED-ACTION
005070         IF WS-TARGET-SUB > ZERO
005080             ADD 1 TO WS-OE-DENIED-COUNT (WS-TARGET-SUB)
005090         END-IF
005100         GO TO 2500-EXIT
005110     END-IF.
005120     IF WS-TARGET-SUB > ZERO
005130         PERFORM 2600-CREDIT-ACTIVITY
005140             THRU 2600-EXIT
005150     END-IF.
005160     IF ML-OPERSEC-ACTION
005170         OR ML-SECOND-OPERATOR-ID = SPACES
005180         GO TO 2500-EXIT
005190     END-IF.
005200     MOVE ML-SECOND-OPERATOR-ID TO WS-TARGET-ID.
005210     PERFORM 3000-FIND-OPERATOR
005220         THRU 3000-EXIT.
005230     IF WS-TARGET-SUB > ZERO
005240         PERFORM 2600-CREDIT-ACTIVITY
005250             THRU 2600-EXIT
005260     END-IF.
005270 2500-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 2600-CREDIT-ACTIVITY - counts the current row as a change by
005320*     the target operator, carries its date forward as their
005330*     last change, and marks the grant it exercised as used -
005340*     the row's message type, or SECADMIN for a change made
005350*     through OPERMNT.  A row with a blank type (converted
005360*     history, or a change concerning no one type) counts
005370*     toward activity but marks no grant.
005380******************************************************************
005390 2600-CREDIT-ACTIVITY.
005400     ADD 1 TO WS-OE-CHANGE-COUNT (WS-TARGET-SUB).
005410     IF ML-CHANGE-DATE > WS-OE-LAST-CHANGE-DATE (WS-TARGET-SUB)
005420         MOVE ML-CHANGE-DATE
005430             TO WS-OE-LAST-CHANGE-DATE (WS-TARGET-SUB)
005440     END-IF.
005450     IF ML-OPERSEC-ACTION
005460         MOVE 'SECADMIN' TO WS-TYPE-REPLY
005470     ELSE
005480         MOVE ML-MESSAGE-TYPE TO WS-TYPE-REPLY
005490     END-IF.
005500     IF WS-TYPE-REPLY = SPACES
005510         GO TO 2600-EXIT
005520     END-IF.
005530     PERFORM 3100-FIND-AUTH-SLOT
005540         THRU 3100-EXIT.
005550     IF WS-SLOT-FOUND
005560         MOVE 'Y'
005570             TO WS-OE-GRANT-USED-SW (WS-TARGET-SUB WS-SLOT-SUB)
005580     END-IF.
005590 2600-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 3000-FIND-OPERATOR - finds the table entry whose ID matches
005640*     WS-TARGET-ID, leaving its subscript in WS-TARGET-SUB or
005650*     zero when the ID is not on file.
005660******************************************************************
005670 3000-FIND-OPERATOR.
005680     MOVE ZERO TO WS-TARGET-SUB.
005690     PERFORM 3050-CHECK-ONE-OPERATOR
005700         THRU 3050-EXIT
005710         VARYING WS-OPER-SUB FROM 1 BY 1
005720         UNTIL WS-OPER-SUB > WS-OPER-COUNT
005730         OR WS-TARGET-SUB > ZERO.
005740 3000-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 3050-CHECK-ONE-OPERATOR - checks one table entry against
005790*     the target ID.
005800******************************************************************
005810 3050-CHECK-ONE-OPERATOR.
005820     IF WS-OE-OPERATOR-ID (WS-OPER-SUB) = WS-TARGET-ID
005830         MOVE WS-OPER-SUB TO WS-TARGET-SUB
005840     END-IF.
005850 3050-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 3100-FIND-AUTH-SLOT - finds the slot of the target
005900*     operator's list holding WS-TYPE-REPLY, setting
005910*     WS-SLOT-FOUND and WS-SLOT-SUB.
005920******************************************************************
005930 3100-FIND-AUTH-SLOT.
005940     MOVE 'N'  TO WS-SLOT-FOUND-SW.
005950     MOVE ZERO TO WS-SLOT-SUB.
005960     PERFORM 3150-CHECK-ONE-SLOT
005970         THRU 3150-EXIT
005980         VARYING WS-AUTH-SUB FROM 1 BY 1
005990         UNTIL WS-AUTH-SUB > 5
006000         OR WS-SLOT-FOUND.
006010 3100-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050* 3150-CHECK-ONE-SLOT - checks one authorized-type slot of
006060*     the target operator against the type wanted.
006070******************************************************************
006080 3150-CHECK-ONE-SLOT.
006090     IF WS-OE-AUTH-TYPE (WS-TARGET-SUB WS-AUTH-SUB)
006100         = WS-TYPE-REPLY
006110         SET WS-SLOT-FOUND TO TRUE
006120         MOVE WS-AUTH-SUB TO WS-SLOT-SUB
006130     END-IF.
006140 3150-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 3200-CHECK-SECADMIN-AUTH - sets WS-SLOT-FOUND when the
006190*     target operator's list carries the reserved SECADMIN
006200*     authorization.
006210******************************************************************
006220 3200-CHECK-SECADMIN-AUTH.
006230     MOVE 'SECADMIN' TO WS-TYPE-REPLY.
006240     PERFORM 3100-FIND-AUTH-SLOT
006250         THRU 3100-EXIT.
006260 3200-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 3400-COUNT-ACTIVE-ADMINS - counts the active operators
006310*     whose lists carry SECADMIN, for the last-administrator
006320*     guard and the report foot.  WS-TARGET-SUB is saved and
006330*     restored around the scan because 3100 checks the entry
006340*     it points at.
006350******************************************************************
006360 3400-COUNT-ACTIVE-ADMINS.
006370     MOVE WS-TARGET-SUB TO WS-SAVE-SUB.
006380     MOVE ZERO TO WS-ADMIN-COUNT.
006390     PERFORM 3450-COUNT-ONE-ADMIN
006400         THRU 3450-EXIT
006410         VARYING WS-TARGET-SUB FROM 1 BY 1
006420         UNTIL WS-TARGET-SUB > WS-OPER-COUNT.
006430     MOVE WS-SAVE-SUB TO WS-TARGET-SUB.
006440 3400-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 3450-COUNT-ONE-ADMIN - counts one table entry when it is
006490*     active and carries SECADMIN.
006500******************************************************************
006510 3450-COUNT-ONE-ADMIN.
006520     IF NOT WS-OE-ACTIVE (WS-TARGET-SUB)
006530         GO TO 3450-EXIT
006540     END-IF.
006550     PERFORM 3200-CHECK-SECADMIN-AUTH
006560         THRU 3200-EXIT.
006570     IF WS-SLOT-FOUND
006580         ADD 1 TO WS-ADMIN-COUNT
006590     END-IF.
006600 3450-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640* 4000-ASSESS-OPERATOR - flags one active operator DORMANT when
006650*     the log shows no change by them at all, or none within
006660*     the threshold, and counts their unused grants.  An
006670*     inactive ID can exercise none of its grants, so only
006680*     active operators are assessed.
006690******************************************************************
006700 4000-ASSESS-OPERATOR.
006710     IF NOT WS-OE-ACTIVE (WS-OPER-SUB)
006720         GO TO 4000-EXIT
006730     END-IF.
006740     ADD 1 TO WS-ACTIVE-COUNT.
006750     IF WS-OE-LAST-CHANGE-DATE (WS-OPER-SUB) = ZERO
006760         MOVE 'Y' TO WS-OE-DORMANT-SW (WS-OPER-SUB)
006770     ELSE
006780         PERFORM 7000-COMPUTE-AGE
006790             THRU 7000-EXIT
006800         IF WS-AGE-DAYS > WS-DORMANT-DAYS
006810             MOVE 'Y' TO WS-OE-DORMANT-SW (WS-OPER-SUB)
006820         END-IF
006830     END-IF.
006840     IF WS-OE-DORMANT (WS-OPER-SUB)
006850         ADD 1 TO WS-DORMANT-COUNT
006860     END-IF.
006870     PERFORM 4100-COUNT-ONE-UNUSED-GRANT
006880         THRU 4100-EXIT
006890         VARYING WS-AUTH-SUB FROM 1 BY 1
006900         UNTIL WS-AUTH-SUB > 5.
006910 4000-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 4100-COUNT-ONE-UNUSED-GRANT - counts one granted type the
006960*     operator has never maintained.
006970******************************************************************
006980 4100-COUNT-ONE-UNUSED-GRANT.
006990     IF WS-OE-AUTH-TYPE (WS-OPER-SUB WS-AUTH-SUB) NOT = SPACES
007000         AND NOT WS-OE-GRANT-USED (WS-OPER-SUB WS-AUTH-SUB)
007010         ADD 1 TO WS-UNUSED-GRANT-COUNT
007020     END-IF.
007030 4100-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 5000-DEACTIVATE-DORMANT - the clean-up run.  Admits only an
007080*     active operator carrying SECADMIN, as OPERMNT does - anyone
007090*     else is turned away RC 12 with the attempt logged and the
007100*     security master left untouched - then deactivates every
007110*     ID flagged dormant and rewrites the master.
007120******************************************************************
007130 5000-DEACTIVATE-DORMANT.
007140     OPEN EXTEND MAINT-LOG-FILE.
007150     IF NOT WS-MAINTLOG-OK
007160         DISPLAY 'OPERCERT: UNABLE TO OPEN MAINT-LOG FILE, '
007170             'STATUS = ' WS-MAINTLOG-STATUS
007180         MOVE 16 TO RETURN-CODE
007190         GO TO 5000-EXIT
007200     END-IF.
007210     SET WS-MAINTLOG-OPEN TO TRUE.
007220     PERFORM 5100-CHECK-ADMINISTRATOR
007230         THRU 5100-EXIT.
007240     IF RETURN-CODE NOT = 0
007250         GO TO 5000-EXIT
007260     END-IF.
007270     PERFORM 5200-DEACTIVATE-ONE-OPERATOR
007280         THRU 5200-EXIT
007290         VARYING WS-OPER-SUB FROM 1 BY 1
007300         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
007310     PERFORM 5500-REWRITE-SECURITY-FILE
007320         THRU 5500-EXIT.
007330 5000-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 5100-CHECK-ADMINISTRATOR - admits the clean-up only when the
007380*     administrator ID on the card is on file, active, and
007390*     carries the reserved SECADMIN authorization type.
007400******************************************************************
007410 5100-CHECK-ADMINISTRATOR.
007420     MOVE WS-ADMIN-ID TO WS-TARGET-ID.
007430     PERFORM 3000-FIND-OPERATOR
007440         THRU 3000-EXIT.
007450     MOVE WS-TARGET-SUB TO WS-ADMIN-SUB.
007460     IF WS-ADMIN-SUB = ZERO
007470         MOVE 'UNKNOWN OPERATOR ID' TO WS-DENIAL-REASON
007480         GO TO 5100-DENY
007490     END-IF.
007500     IF NOT WS-OE-ACTIVE (WS-ADMIN-SUB)
007510         MOVE 'OPERATOR ID INACTIVE' TO WS-DENIAL-REASON
007520         GO TO 5100-DENY
007530     END-IF.
007540     PERFORM 3200-CHECK-SECADMIN-AUTH
007550         THRU 3200-EXIT.
007560     IF NOT WS-SLOT-FOUND
007570         MOVE 'NOT A SECURITY ADMIN' TO WS-DENIAL-REASON
007580         GO TO 5100-DENY
007590     END-IF.
007600     GO TO 5100-EXIT.
007610 5100-DENY.
007620     DISPLAY 'OPERCERT: CLEAN-UP DENIED - ' WS-DENIAL-REASON
007630         ' - ' WS-ADMIN-ID.
007640     PERFORM 7500-LOG-DENIED-ATTEMPT
007650         THRU 7500-EXIT.
007660     MOVE 12 TO RETURN-CODE.
007670 5100-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 5200-DEACTIVATE-ONE-OPERATOR - turns off one dormant
007720*     operator's active flag and logs it.  The administrator
007730*     running the clean-up keeps their own ID, and the last
007740*     active security administrator is never removed - the
007750*     same guard OPERMNT applies to a single deactivation.
007760******************************************************************
007770 5200-DEACTIVATE-ONE-OPERATOR.
007780     IF NOT WS-OE-DORMANT (WS-OPER-SUB)
007790         GO TO 5200-EXIT
007800     END-IF.
007810     MOVE WS-OPER-SUB TO WS-TARGET-SUB.
007820     MOVE WS-OE-OPERATOR-ID (WS-TARGET-SUB) TO WS-TARGET-ID.
007830     IF WS-TARGET-SUB = WS-ADMIN-SUB
007840         MOVE 'KEPT-OWN ID' TO WS-OE-OUTCOME (WS-TARGET-SUB)
007850         GO TO 5200-EXIT
007860     END-IF.
007870     PERFORM 3200-CHECK-SECADMIN-AUTH
007880         THRU 3200-EXIT.
007890     IF WS-SLOT-FOUND
007900         PERFORM 3400-COUNT-ACTIVE-ADMINS
007910             THRU 3400-EXIT
007920         IF WS-ADMIN-COUNT < 2
007930             DISPLAY 'OPERCERT: REFUSED - ' WS-TARGET-ID
007940                 ' IS THE LAST ACTIVE SECURITY ADMINISTRATOR'
007950             MOVE 'KEPT-LAST SA' TO WS-OE-OUTCOME (WS-TARGET-SUB)
007960             GO TO 5200-EXIT
007970         END-IF
007980     END-IF.
007990     MOVE 'N' TO WS-OE-ACTIVE-FLAG (WS-TARGET-SUB).
008000     SET WS-TABLE-CHANGED TO TRUE.
008010     MOVE 'DEACTIVATED' TO WS-OE-OUTCOME (WS-TARGET-SUB).
008020     MOVE 'DEACTIVATED ' TO WS-LOG-VERB.
008030     MOVE 'DORMANT'      TO WS-LOG-DETAIL.
008040     PERFORM 7600-LOG-SECURITY-CHANGE
008050         THRU 7600-EXIT.
008060     DISPLAY 'OPERCERT: OPERATOR ' WS-TARGET-ID ' DEACTIVATED'.
008070 5200-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 5500-REWRITE-SECURITY-FILE - rewrites the security master
008120*     from the table when the clean-up deactivated anyone.
008130******************************************************************
008140 5500-REWRITE-SECURITY-FILE.
008150     IF NOT WS-TABLE-CHANGED
008160         DISPLAY 'OPERCERT: NO DEACTIVATIONS - SECURITY FILE '
008170             'LEFT AS IT WAS'
008180         GO TO 5500-EXIT
008190     END-IF.
008200     OPEN OUTPUT OPERATOR-SECURITY-FILE.
008210     IF NOT WS-OPERSEC-OK
008220         DISPLAY 'OPERCERT: UNABLE TO REWRITE OPERATOR '
008230             'SECURITY FILE, STATUS = ' WS-OPERSEC-STATUS
008240         MOVE 16 TO RETURN-CODE
008250         GO TO 5500-EXIT
008260     END-IF.
008270     PERFORM 5600-WRITE-ONE-OPERATOR
008280         THRU 5600-EXIT
008290         VARYING WS-OPER-SUB FROM 1 BY 1
008300         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
008310     CLOSE OPERATOR-SECURITY-FILE.
008320     DISPLAY 'OPERCERT: SECURITY FILE REWRITTEN - '
008330         WS-CHANGES-COUNT ' ID(S) DEACTIVATED'.
008340 5500-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 5600-WRITE-ONE-OPERATOR - writes one table entry back to
008390*     the security master.
008400******************************************************************
008410 5600-WRITE-ONE-OPERATOR.
008420     MOVE SPACES TO OS-OPERATOR-RECORD.
008430     MOVE WS-OE-OPERATOR-ID (WS-OPER-SUB)
008440         TO OS-OPERATOR-ID.
008450     MOVE WS-OE-OPERATOR-NAME (WS-OPER-SUB)
008460         TO OS-OPERATOR-NAME.
008470     PERFORM 5650-WRITE-ONE-AUTH-TYPE
008480         THRU 5650-EXIT
008490         VARYING WS-AUTH-SUB FROM 1 BY 1
008500         UNTIL WS-AUTH-SUB > 5.
008510     MOVE WS-OE-ACTIVE-FLAG (WS-OPER-SUB)
008520         TO OS-ACTIVE-FLAG.
008530     WRITE OS-OPERATOR-RECORD.
008540 5600-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580* 5650-WRITE-ONE-AUTH-TYPE - copies one authorized-type list
008590*     entry back to the record being written.
008600******************************************************************
008610 5650-WRITE-ONE-AUTH-TYPE.
008620     MOVE WS-OE-AUTH-TYPE (WS-OPER-SUB WS-AUTH-SUB)
008630         TO OS-AUTH-TYPE (WS-AUTH-SUB).
008640 5650-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 6000-WRITE-OPERATOR - prints one operator's line and, when
008690*     they hold any grants, a grants line beneath it with each
008700*     never-maintained grant of an active ID marked *.
008710******************************************************************
008720 6000-WRITE-OPERATOR.
008730     MOVE SPACES TO OC-REPORT-LINE.
008740     MOVE WS-OE-OPERATOR-ID (WS-OPER-SUB)   TO OC-OPERATOR-ID.
008750     MOVE WS-OE-OPERATOR-NAME (WS-OPER-SUB) TO OC-OPERATOR-NAME.
008760     MOVE WS-OE-ACTIVE-FLAG (WS-OPER-SUB)   TO OC-ACTIVE-FLAG.
008770     IF WS-OE-LAST-CHANGE-DATE (WS-OPER-SUB) = ZERO
008780         MOVE 'NEVER' TO OC-LAST-CHANGE-DATE
008790     ELSE
008800         MOVE WS-OE-LAST-CHANGE-DATE (WS-OPER-SUB)
008810             TO OC-LAST-CHANGE-DATE
008820     END-IF.
008830     MOVE WS-OE-CHANGE-COUNT (WS-OPER-SUB)  TO OC-CHANGE-COUNT.
008840     MOVE WS-OE-DENIED-COUNT (WS-OPER-SUB)  TO OC-DENIED-COUNT.
008850     IF WS-OE-DORMANT (WS-OPER-SUB)
008860         MOVE 'DORMANT' TO OC-DORMANT-FLAG
008870     END-IF.
008880     MOVE WS-OE-OUTCOME (WS-OPER-SUB)       TO OC-OUTCOME.
008890     WRITE OC-REPORT-LINE.
008900     MOVE '    GRANTS: ' TO WS-GRANT-LINE.
008910     MOVE ZERO TO WS-GRANT-COUNT.
008920     PERFORM 6100-FORMAT-ONE-GRANT
008930         THRU 6100-EXIT
008940         VARYING WS-AUTH-SUB FROM 1 BY 1
008950         UNTIL WS-AUTH-SUB > 5.
008960     IF WS-GRANT-COUNT > ZERO
008970         MOVE WS-GRANT-LINE TO OC-REPORT-LINE
008980         WRITE OC-REPORT-LINE
008990     END-IF.
009000 6000-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040* 6100-FORMAT-ONE-GRANT - places one granted type on the
009050*     grants line, marked * when an active operator has never
009060*     maintained it.  The assessment in 4000 ran before any
009070*     clean-up, so an ID deactivated this run still shows the
009080*     marks that were counted against it.
009090******************************************************************
009100 6100-FORMAT-ONE-GRANT.
009110     IF WS-OE-AUTH-TYPE (WS-OPER-SUB WS-AUTH-SUB) = SPACES
009120         GO TO 6100-EXIT
009130     END-IF.
009140     ADD 1 TO WS-GRANT-COUNT.
009150     MOVE WS-OE-AUTH-TYPE (WS-OPER-SUB WS-AUTH-SUB)
009160         TO WS-GL-AUTH-TYPE (WS-GRANT-COUNT).
009170     IF NOT WS-OE-GRANT-USED (WS-OPER-SUB WS-AUTH-SUB)
009180         AND (WS-OE-ACTIVE (WS-OPER-SUB)
009190         OR WS-OE-OUTCOME (WS-OPER-SUB) = 'DEACTIVATED')
009200         MOVE '*' TO WS-GL-UNUSED-MARK (WS-GRANT-COUNT)
009210     END-IF.
009220 6100-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 7000-COMPUTE-AGE - counts the calendar days from the
009270*     operator's last change up to the run date by stepping the
009280*     date forward a day at a time, as ACKAGE ages its open
009290*     items.  The count stops at 999.
009300******************************************************************
009310 7000-COMPUTE-AGE.
009320     MOVE ZERO TO WS-AGE-DAYS.
009330     MOVE WS-OE-LAST-CHANGE-DATE (WS-OPER-SUB) TO WS-AGE-DATE.
009340     PERFORM 7100-ADVANCE-ONE-DAY
009350         THRU 7100-EXIT
009360         UNTIL WS-AGE-DATE NOT < WS-RUN-DATE
009370         OR WS-AGE-DAYS NOT < 999.
009380 7000-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420* 7100-ADVANCE-ONE-DAY - steps the aging date forward one
009430*     calendar day, rolling the month and year as needed,
009440*     with February taking its leap day from 7200, and counts
009450*     the day toward the operator's idle age.
009460******************************************************************
009470 7100-ADVANCE-ONE-DAY.
009480     ADD 1 TO WS-AGE-DAYS.
009490     MOVE WS-MONTH-DAYS (WS-AGE-MONTH) TO WS-MONTH-LIMIT.
009500     IF WS-AGE-MONTH = 2
009510         PERFORM 7200-CHECK-LEAP-YEAR
009520             THRU 7200-EXIT
009530         IF WS-LEAP-YEAR
009540             MOVE 29 TO WS-MONTH-LIMIT
009550         END-IF
009560     END-IF.
009570     IF WS-AGE-DAY < WS-MONTH-LIMIT
009580         ADD 1 TO WS-AGE-DAY
009590         GO TO 7100-EXIT
009600     END-IF.
009610     MOVE 1 TO WS-AGE-DAY.
009620     IF WS-AGE-MONTH = 12
009630         MOVE 1 TO WS-AGE-MONTH
009640         ADD 1 TO WS-AGE-YEAR
009650     ELSE
009660         ADD 1 TO WS-AGE-MONTH
009670     END-IF.
009680 7100-EXIT.
009690     EXIT.
009700
009710******************************************************************
009720* 7200-CHECK-LEAP-YEAR - sets WS-LEAP-YEAR for the aging year
009730*     - divisible by four, except centuries not divisible by
009740*     four hundred.
009750******************************************************************
009760 7200-CHECK-LEAP-YEAR.
009770     MOVE 'N' TO WS-LEAP-FLAG.
009780     DIVIDE WS-AGE-YEAR BY 4
009790         GIVING WS-LEAP-QUOTIENT
009800         REMAINDER WS-LEAP-REMAINDER.
009810     IF WS-LEAP-REMAINDER = ZERO
009820         MOVE 'Y' TO WS-LEAP-FLAG
009830     END-IF.
009840     DIVIDE WS-AGE-YEAR BY 100
009850         GIVING WS-LEAP-QUOTIENT
009860         REMAINDER WS-LEAP-REMAINDER.
009870     IF WS-LEAP-REMAINDER = ZERO
009880         MOVE 'N' TO WS-LEAP-FLAG
009890         DIVIDE WS-AGE-YEAR BY 400
009900             GIVING WS-LEAP-QUOTIENT
009910             REMAINDER WS-LEAP-REMAINDER
009920         IF WS-LEAP-REMAINDER = ZERO
009930             MOVE 'Y' TO WS-LEAP-FLAG
009940         END-IF
009950     END-IF.
009960 7200-EXIT.
009970     EXIT.
009980
009990******************************************************************
010000* 7500-LOG-DENIED-ATTEMPT - appends one maintenance log row,
010010*     action N, recording the turned-away clean-up, as OPERMNT
010020*     logs its own.
010030******************************************************************
010040 7500-LOG-DENIED-ATTEMPT.
010050     IF WS-MAINTLOG-OPEN
010060         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
010070         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
010080         MOVE WS-ADMIN-ID        TO ML-OPERATOR-ID
010090         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
010100         MOVE SPACES             TO ML-MESSAGE-TYPE
010110         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
010120         MOVE WS-DENIAL-REASON   TO WS-DENIAL-DETAIL
010130         MOVE SPACES             TO WS-DENIAL-TYPE
010140         MOVE WS-DENIAL-TEXT     TO ML-NEW-MESSAGE-TEXT
010150         SET ML-DENIED-ACTION    TO TRUE
010160         WRITE ML-MAINT-LOG-RECORD
010170     END-IF.
010180 7500-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220* 7600-LOG-SECURITY-CHANGE - appends one maintenance log row,
010230*     action O, with the administrator in ML-OPERATOR-ID, the
010240*     operator deactivated in the second-operator field, and
010250*     what changed in the new-text field - the row OPERMNT
010260*     writes for a deactivation, with DORMANT as the detail.
010270******************************************************************
010280 7600-LOG-SECURITY-CHANGE.
010290     IF WS-MAINTLOG-OPEN
010300         MOVE WS-RUN-DATE     TO ML-CHANGE-DATE
010310         MOVE WS-RUN-TIME     TO ML-CHANGE-TIME
010320         MOVE WS-ADMIN-ID     TO ML-OPERATOR-ID
010330         MOVE WS-TARGET-ID    TO ML-SECOND-OPERATOR-ID
010340         MOVE SPACES          TO ML-MESSAGE-TYPE
010350         MOVE SPACES          TO ML-OLD-MESSAGE-TEXT
010360         MOVE WS-LOG-TEXT     TO ML-NEW-MESSAGE-TEXT
010370         SET ML-OPERSEC-ACTION TO TRUE
010380         WRITE ML-MAINT-LOG-RECORD
010390     END-IF.
010400     ADD 1 TO WS-CHANGES-COUNT.
010410 7600-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450* 8000-WRITE-SUMMARY - writes the operator, dormant and unused
010460*     grant totals, the IDs deactivated this run and the count
010470*     of active SECADMIN holders as the security master now
010480*     stands, and sets condition code 4 when anything was
010490*     flagged.
010500******************************************************************
010510 8000-WRITE-SUMMARY.
010520     MOVE SPACES TO WS-SUMMARY-LINE.
010530     MOVE 'OPERATORS ON FILE       -' TO WS-SUMMARY-LABEL.
010540     MOVE WS-OPER-COUNT TO WS-SUMMARY-COUNT.
010550     MOVE WS-SUMMARY-LINE TO OC-REPORT-LINE.
010560     WRITE OC-REPORT-LINE.
010570     MOVE 'ACTIVE OPERATORS        -' TO WS-SUMMARY-LABEL.
010580     MOVE WS-ACTIVE-COUNT TO WS-SUMMARY-COUNT.
010590     MOVE WS-SUMMARY-LINE TO OC-REPORT-LINE.
010600     WRITE OC-REPORT-LINE.
010610     MOVE 'DORMANT ACTIVE IDS      -' TO WS-SUMMARY-LABEL.
010620     MOVE WS-DORMANT-COUNT TO WS-SUMMARY-COUNT.
010630     MOVE WS-SUMMARY-LINE TO OC-REPORT-LINE.
010640     WRITE OC-REPORT-LINE.
010650     MOVE 'GRANTS NEVER MAINTAINED -' TO WS-SUMMARY-LABEL.
010660     MOVE WS-UNUSED-GRANT-COUNT TO WS-SUMMARY-COUNT.
010670     MOVE WS-SUMMARY-LINE TO OC-REPORT-LINE.
010680     WRITE OC-REPORT-LINE.
010690     MOVE 'DEACTIVATED THIS RUN    -' TO WS-SUMMARY-LABEL.
010700     MOVE WS-CHANGES-COUNT TO WS-SUMMARY-COUNT.
010710     MOVE WS-SUMMARY-LINE TO OC-REPORT-LINE.
010720     WRITE OC-REPORT-LINE.
010730     MOVE ZERO TO WS-TARGET-SUB.
010740     PERFORM 3400-COUNT-ACTIVE-ADMINS
010750         THRU 3400-EXIT.
010760     MOVE 'ACTIVE SECADMIN HOLDERS -' TO WS-SUMMARY-LABEL.
010770     MOVE WS-ADMIN-COUNT TO WS-SUMMARY-COUNT.
010780     MOVE WS-SUMMARY-LINE TO OC-REPORT-LINE.
010790     WRITE OC-REPORT-LINE.
010800     IF WS-DORMANT-COUNT > ZERO
010810         OR WS-UNUSED-GRANT-COUNT > ZERO
010820         IF RETURN-CODE = ZERO
010830             MOVE 4 TO RETURN-CODE
010840         END-IF
010850         DISPLAY 'OPERCERT: ' WS-DORMANT-COUNT ' DORMANT ID(S), '
010860             WS-UNUSED-GRANT-COUNT ' GRANT(S) NEVER MAINTAINED'
010870     END-IF.
010880 8000-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920* 9000-TERMINATE - closes open files before STOP RUN.
010930*     The security master and the archive open and close
010940*     inside their own paragraphs.
010950******************************************************************
010960 9000-TERMINATE.
010970     IF WS-MAINTLOG-OPEN
010980         CLOSE MAINT-LOG-FILE
010990     END-IF.
011000     IF WS-CERTRPT-OPEN
011010         CLOSE CERT-REPORT-FILE
011020     END-IF.
011030 9000-EXIT.
011040     EXIT.
011050
011060 END PROGRAM OPERCERT.
