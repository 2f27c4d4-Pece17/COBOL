000490*                    primary key, and declaring the alternate
000500*                    key makes OPEN demand the type path as a
000510*                    second DD the run deck never allocated.
000512*   2026-10-15  RSW  A repair now saves the record's before-
000514*                    image to the message-version file,
000516*                    stamped with the date, time and operator,
000518*                    as MSGMAINT does.
000520*   2026-10-15  RSW  The repaired text is screened against the
000530*                    wording-rule file before the dates are asked
000540*                    for - a prohibited phrase, or a required one
000550*                    missing for the record's type and language,
000560*                    refuses the repair, logs it to MAINT-LOG as
000570*                    action B and carries the reject forward.
000572*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000574*                    type it concerns in ML-MESSAGE-TYPE, the
000576*                    repaired master record's type.
000580******************************************************************
000590
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. REJRPAIR.
000620 AUTHOR. R. S. WINTERS.
000630 INSTALLATION. DATA CENTER SERVICES.
000640 DATE-WRITTEN. 2026-08-22.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER. IBM-370.
000700 OBJECT-COMPUTER. IBM-370.
000710
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT REJECT-FILE ASSIGN TO REJECT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-REJECT-STATUS.
000770
000780     SELECT REJECT-OUT-FILE ASSIGN TO REJECTO
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-REJECTO-STATUS.
000810
000820     SELECT OPERATOR-SECURITY-FILE ASSIGN TO OPERSEC
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-OPERSEC-STATUS.
000850
000860     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS MM-RECORD-KEY
000900         FILE STATUS IS WS-MSGMAST-STATUS.
000910
000920     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-MAINTLOG-STATUS.
000950
000960     SELECT MESSAGE-VERSION-FILE ASSIGN TO MSGVERS
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-MSGVERS-STATUS.
000990
001000     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-WORDRULE-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  REJECT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY REJCTREC.
001100
001110 FD  REJECT-OUT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  RO-REJECT-OUT-RECORD            PIC X(266).
001150
001160 FD  OPERATOR-SECURITY-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY OPERSEC.
001200
001210 FD  MESSAGE-MASTER-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY MSGMAST.
001240
001250 FD  MAINT-LOG-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280     COPY MAINTLOG.
001290
001300 FD  MESSAGE-VERSION-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330     COPY MSGVERS.
001340
001350 FD  WORDING-RULE-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380     COPY WORDRULE.
001390
001400 WORKING-STORAGE SECTION.
001410 01  WS-FILE-STATUSES.
001420     05  WS-REJECT-STATUS            PIC X(02) VALUE '00'.
001430         88  WS-REJECT-OK                 VALUE '00'.
001440     05  WS-REJECTO-STATUS           PIC X(02) VALUE '00'.
001450         88  WS-REJECTO-OK                VALUE '00'.
001460     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001470         88  WS-MSGMAST-OK                VALUE '00'.
001480     05  WS-OPERSEC-STATUS           PIC X(02) VALUE '00'.
001490         88  WS-OPERSEC-OK                VALUE '00'.
001500     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001510         88  WS-MAINTLOG-OK               VALUE '00'.
001520     05  WS-MSGVERS-STATUS           PIC X(02) VALUE '00'.
001530         88  WS-MSGVERS-OK                VALUE '00'.
001540     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
001550         88  WS-WORDRULE-OK               VALUE '00'.
001560
001570 01  WS-SWITCHES.
001580     05  WS-REJECT-OPEN-SW           PIC X(01) VALUE 'N'.
001590         88  WS-REJECT-OPEN                VALUE 'Y'.
001600     05  WS-REJECTO-OPEN-SW          PIC X(01) VALUE 'N'.
001610         88  WS-REJECTO-OPEN               VALUE 'Y'.
001620     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001630         88  WS-MSGMAST-OPEN               VALUE 'Y'.
001640     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001650         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001660     05  WS-MSGVERS-OPEN-SW          PIC X(01) VALUE 'N'.
001670         88  WS-MSGVERS-OPEN               VALUE 'Y'.
001680     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001690         88  WS-EOF                        VALUE 'Y'.
001700     05  WS-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001710         88  WS-MASTER-FOUND               VALUE 'Y'.
001720     05  WS-OPERSEC-EOF-SW           PIC X(01) VALUE 'N'.
001730         88  WS-OPERSEC-EOF                VALUE 'Y'.
001740     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
001750         88  WS-OPERATOR-FOUND             VALUE 'Y'.
001760     05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
001770         88  WS-AUTHORIZED                 VALUE 'Y'.
001780     05  WS-DATES-VALID-SW           PIC X(01) VALUE 'Y'.
001790         88  WS-DATES-VALID                VALUE 'Y'.
001800         88  WS-DATES-INVALID              VALUE 'N'.
001810     05  WS-WORDRULE-EOF-SW          PIC X(01) VALUE 'N'.
001820         88  WS-WORDRULE-EOF               VALUE 'Y'.
001830     05  WS-RULE-FOUND-SW            PIC X(01) VALUE 'N'.
001840         88  WS-RULE-FOUND                 VALUE 'Y'.
001850     05  WS-PHRASE-FOUND-SW          PIC X(01) VALUE 'N'.
001860         88  WS-PHRASE-FOUND               VALUE 'Y'.
001870     05  WS-WORDING-FAILED-SW        PIC X(01) VALUE 'N'.
001880         88  WS-WORDING-FAILED             VALUE 'Y'.
001890
001900 01  WS-RUN-STAMP.
001910     05  WS-RUN-DATE                 PIC 9(08).
001920     05  WS-RUN-TIME                 PIC 9(08).
001930
001940 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
001950 01  WS-OPER-ACTIVE-FLAG             PIC X(01) VALUE 'N'.
001960     88  WS-OPER-ACTIVE                   VALUE 'Y'.
001970 01  WS-OPER-AUTH-TYPE-LIST.
001980     05  WS-OPER-AUTH-TYPE OCCURS 5 TIMES
001990                                     PIC X(10).
002000 01  WS-AUTH-SUB                     PIC 9(01) COMP VALUE ZERO.
002010 01  WS-DENIAL-REASON                PIC X(30) VALUE SPACES.
002020 01  WS-DENIAL-TEXT.
002030     05  FILLER                      PIC X(09)
002040         VALUE 'DENIED - '.
002050     05  WS-DENIAL-DETAIL            PIC X(30).
002060     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002070     05  WS-DENIAL-TYPE              PIC X(10).
002080 01  WS-DATE-REPLY                   PIC X(08) VALUE SPACES.
002090 01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
002100                                     PIC 9(08).
002110 01  WS-DATE-REPLY-SPLIT REDEFINES WS-DATE-REPLY.
002120     05  WS-REPLY-YEAR               PIC 9(04).
002130     05  WS-REPLY-MONTH              PIC 9(02).
002140     05  WS-REPLY-DAY                PIC 9(02).
002150 01  WS-NEW-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
002160 01  WS-NEW-EXPIRY-DATE              PIC 9(08) VALUE ZERO.
002170 01  WS-DISPOSITION-CODE             PIC X(01) VALUE SPACE.
002180     88  WS-DISP-REPAIR                   VALUE 'R'.
002190     88  WS-DISP-ABANDON                  VALUE 'X'.
002200     88  WS-DISP-SKIP                     VALUE 'S'.
002210     88  WS-DISP-VALID                    VALUES 'R' 'X' 'S'.
002220 01  WS-NEW-MESSAGE-TEXT             PIC X(240) VALUE SPACES.
002230 01  WS-OLD-MESSAGE-TEXT             PIC X(240) VALUE SPACES.
002240 01  WS-NEW-MESSAGE-LENGTH           PIC 9(03) VALUE ZERO.
002250 01  WS-LENGTH-SUBSCRIPT             PIC 9(03) COMP VALUE ZERO.
002260 01  WS-TEXT-SEGMENT                 PIC X(60) VALUE SPACES.
002270 01  WS-SEGMENT-NUMBER               PIC 9(01) COMP VALUE ZERO.
002280 01  WS-SEGMENT-POSITION             PIC 9(03) COMP VALUE ZERO.
002290 01  WS-TEXT-DONE-SW                 PIC X(01) VALUE 'N'.
002300     88  WS-TEXT-DONE                     VALUE 'Y'.
002310******************************************************************
002320* Wording rules - the table 1200 loads from WORDRULE, and the
002330*     text, type and language 2300 screens against it, with the
002340*     rule broken left in WS-WORD-VIOLATION.
002350******************************************************************
002360 01  WS-WORD-CHECK-TEXT              PIC X(240) VALUE SPACES.
002370 01  WS-WORD-CHECK-TYPE              PIC X(10) VALUE SPACES.
002380 01  WS-WORD-CHECK-LANGUAGE          PIC X(02) VALUE SPACES.
002390 01  WS-WORD-VIOLATION.
002400     05  WS-WORD-VIOLATION-REASON    PIC X(24) VALUE SPACES.
002410     05  FILLER                      PIC X(03) VALUE ' - '.
002420     05  WS-WORD-VIOLATION-PHRASE    PIC X(60) VALUE SPACES.
002430 01  WS-WORD-LOG-TEXT.
002440     05  FILLER                      PIC X(10) VALUE 'WORDING - '.
002450     05  WS-WL-REASON                PIC X(24).
002460     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002470     05  WS-WL-TYPE                  PIC X(10).
002480     05  FILLER                      PIC X(06) VALUE ' LANG '.
002490     05  WS-WL-LANGUAGE              PIC X(02).
002500     05  FILLER                      PIC X(03) VALUE ' - '.
002510     05  WS-WL-PHRASE                PIC X(60).
002520 01  WS-WORD-PHRASE                  PIC X(60) VALUE SPACES.
002530 01  WS-WORD-PHRASE-LENGTH           PIC 9(02) COMP VALUE ZERO.
002540 01  WS-WORD-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
002550 01  WS-WORD-SCAN-LAST               PIC 9(03) COMP VALUE ZERO.
002560 01  WS-WORD-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
002570 01  WS-WORD-RULE-SUB                PIC 9(03) COMP VALUE ZERO.
002580 01  WS-WORD-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
002590 01  WS-WORD-RULE-TABLE.
002600     05  WS-WORD-RULE-ENTRY OCCURS 100 TIMES.
002610         10  WS-WRT-RULE-TYPE        PIC X(01).
002620             88  WS-WRT-PROHIBITED        VALUE 'P'.
002630             88  WS-WRT-REQUIRED          VALUE 'R'.
002640         10  WS-WRT-MESSAGE-TYPE     PIC X(10).
002650         10  WS-WRT-LANGUAGE         PIC X(02).
002660         10  WS-WRT-PHRASE           PIC X(60).
002670         10  WS-WRT-PHRASE-LENGTH    PIC 9(02) COMP.
002680         10  WS-WRT-ACTIVE-FLAG      PIC X(01).
002690             88  WS-WRT-ACTIVE            VALUE 'Y'.
002700 01  WS-LOWER-CASE                   PIC X(26)
002710         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002720 01  WS-UPPER-CASE                   PIC X(26)
002730         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002740
002750 77  WS-REJECTS-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002760 77  WS-REPAIRED-COUNT               PIC 9(05) COMP VALUE ZERO.
002770 77  WS-ABANDONED-COUNT              PIC 9(05) COMP VALUE ZERO.
002780 77  WS-CARRIED-COUNT                PIC 9(05) COMP VALUE ZERO.
002790 77  WS-NSEL-CARRIED-COUNT           PIC 9(05) COMP VALUE ZERO.
002800
002810 PROCEDURE DIVISION.
002820******************************************************************
002830* 0000-MAINLINE - controls overall program flow.
002840******************************************************************
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE
002870         THRU 1000-EXIT.
002880     IF RETURN-CODE = 0
002890         PERFORM 2000-WORK-ONE-REJECT
002900             THRU 2000-EXIT
002910             UNTIL WS-EOF
002920         PERFORM 8000-REPORT-TOTALS
002930             THRU 8000-EXIT
002940     END-IF.
002950     PERFORM 9000-TERMINATE
002960         THRU 9000-EXIT.
002970     STOP RUN.
002980
002990******************************************************************
003000* 1000-INITIALIZE - opens the reject file for input, the
003010*     carry-forward reject file for output, the message master
003020*     for update and the maintenance log, obtains the operator
003030*     ID, validates it against the OPERSEC security master as
003040*     MSGMAINT does, and primes the reject read loop.
003050******************************************************************
003060 1000-INITIALIZE.
003070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003080     ACCEPT WS-RUN-TIME FROM TIME.
003090     OPEN INPUT REJECT-FILE.
003100     IF NOT WS-REJECT-OK
003110         DISPLAY 'REJRPAIR: UNABLE TO OPEN REJECT FILE, '
003120             'STATUS = ' WS-REJECT-STATUS
003130         MOVE 16 TO RETURN-CODE
003140         GO TO 1000-EXIT
003150     END-IF.
003160     SET WS-REJECT-OPEN TO TRUE.
003170     OPEN OUTPUT REJECT-OUT-FILE.
003180     IF NOT WS-REJECTO-OK
003190         DISPLAY 'REJRPAIR: UNABLE TO OPEN REJECT-OUT FILE, '
003200             'STATUS = ' WS-REJECTO-STATUS
003210         MOVE 16 TO RETURN-CODE
003220         GO TO 1000-EXIT
003230     END-IF.
003240     SET WS-REJECTO-OPEN TO TRUE.
003250     OPEN I-O MESSAGE-MASTER-FILE.
003260     IF NOT WS-MSGMAST-OK
003270         DISPLAY 'REJRPAIR: UNABLE TO OPEN MESSAGE-MASTER '
003280             'FILE, STATUS = ' WS-MSGMAST-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 1000-EXIT
003310     END-IF.
003320     SET WS-MSGMAST-OPEN TO TRUE.
003330     OPEN EXTEND MAINT-LOG-FILE.
003340     IF NOT WS-MAINTLOG-OK
003350         DISPLAY 'REJRPAIR: UNABLE TO OPEN MAINT-LOG FILE, '
003360             'STATUS = ' WS-MAINTLOG-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     SET WS-MAINTLOG-OPEN TO TRUE.
003410     OPEN EXTEND MESSAGE-VERSION-FILE.
003420     IF NOT WS-MSGVERS-OK
003430         DISPLAY 'REJRPAIR: UNABLE TO OPEN MESSAGE-VERSION '
003440             'FILE, STATUS = ' WS-MSGVERS-STATUS
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 1000-EXIT
003470     END-IF.
003480     SET WS-MSGVERS-OPEN TO TRUE.
003490     PERFORM 1200-LOAD-WORD-RULES
003500         THRU 1200-EXIT.
003510     DISPLAY 'REJRPAIR: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
003520     ACCEPT WS-OPERATOR-ID.
003530     PERFORM 1100-CHECK-OPERATOR-SECURITY
003540         THRU 1100-EXIT.
003550     IF RETURN-CODE NOT = 0
003560         GO TO 1000-EXIT
003570     END-IF.
003580     PERFORM 2900-READ-REJECT-RECORD
003590         THRU 2900-EXIT.
003600     IF WS-EOF
003610         DISPLAY 'REJRPAIR: REJECT FILE IS EMPTY - NOTHING '
003620             'TO WORK'
003630     END-IF.
003640 1000-EXIT.
003650     EXIT.
003660
003670******************************************************************
003680* 1100-CHECK-OPERATOR-SECURITY - validates the operator ID
003690*     against the OPERSEC security master, as MSGMAINT does,
003700*     before the repair path is reachable.  An unknown or
003710*     inactive ID, or a security master that cannot be read
003720*     at all, turns the session away - RC 12 - with the
003730*     attempt logged.  The operator's authorized-type list is
003740*     kept for the per-record check 2210 makes on each
003750*     repair.
003760******************************************************************
003770 1100-CHECK-OPERATOR-SECURITY.
003780     MOVE SPACES TO WS-DENIAL-REASON.
003790     OPEN INPUT OPERATOR-SECURITY-FILE.
003800     IF NOT WS-OPERSEC-OK
003810         DISPLAY 'REJRPAIR: UNABLE TO OPEN OPERATOR SECURITY '
003820             'FILE, STATUS = ' WS-OPERSEC-STATUS
003830         MOVE 'SECURITY FILE UNAVAILABLE' TO WS-DENIAL-REASON
003840         MOVE SPACES TO WS-DENIAL-TYPE
003850         PERFORM 2950-LOG-DENIED-ATTEMPT
003860             THRU 2950-EXIT
003870         MOVE 12 TO RETURN-CODE
003880         GO TO 1100-EXIT
003890     END-IF.
003900     PERFORM 1110-READ-OPERATOR-RECORD
003910         THRU 1110-EXIT
003920         UNTIL WS-OPERATOR-FOUND
003930         OR WS-OPERSEC-EOF.
003940     CLOSE OPERATOR-SECURITY-FILE.
003950     IF NOT WS-OPERATOR-FOUND
003960         MOVE 'UNKNOWN OPERATOR ID' TO WS-DENIAL-REASON
003970         GO TO 1100-DENY
003980     END-IF.
003990     IF NOT WS-OPER-ACTIVE
004000         MOVE 'OPERATOR ID INACTIVE' TO WS-DENIAL-REASON
004010         GO TO 1100-DENY
004020     END-IF.
004030     GO TO 1100-EXIT.
004040 1100-DENY.
004050     DISPLAY 'REJRPAIR: ACCESS DENIED - ' WS-DENIAL-REASON
004060         ' - ' WS-OPERATOR-ID.
004070     MOVE SPACES TO WS-DENIAL-TYPE.
004080     PERFORM 2950-LOG-DENIED-ATTEMPT
004090         THRU 2950-EXIT.
004100     MOVE 12 TO RETURN-CODE.
004110 1100-EXIT.
004120     EXIT.
004130
004140******************************************************************
004150* 1110-READ-OPERATOR-RECORD - reads one security master record
004160*     and, on a match with the ID entered, keeps its active
004170*     flag and authorized-type list.
004180******************************************************************
004190 1110-READ-OPERATOR-RECORD.
004200     READ OPERATOR-SECURITY-FILE
004210         AT END
004220             SET WS-OPERSEC-EOF TO TRUE
004230         NOT AT END
004240             IF OS-OPERATOR-ID = WS-OPERATOR-ID
004250                 SET WS-OPERATOR-FOUND TO TRUE
004260                 MOVE OS-ACTIVE-FLAG TO WS-OPER-ACTIVE-FLAG
004270                 MOVE OS-AUTH-TYPE-LIST
004280                     TO WS-OPER-AUTH-TYPE-LIST
004290             END-IF
004300     END-READ.
004310 1110-EXIT.
004320     EXIT.
004330
004340******************************************************************
004350* 1200-LOAD-WORD-RULES - loads the prohibited and required
004360*     phrases from the wording-rule file into WS-WORD-RULE-TABLE.
004370*     Without the file there is nothing to screen against - the
004380*     run goes on with a console warning.
004390******************************************************************
004400 1200-LOAD-WORD-RULES.
004410     OPEN INPUT WORDING-RULE-FILE.
004420     IF NOT WS-WORDRULE-OK
004430         DISPLAY 'REJRPAIR: NO WORDING-RULE FILE, STATUS = '
004440             WS-WORDRULE-STATUS ' - WORDING NOT SCREENED'
004450         GO TO 1200-EXIT
004460     END-IF.
004470     PERFORM 1210-LOAD-ONE-WORD-RULE
004480         THRU 1210-EXIT
004490         UNTIL WS-WORDRULE-EOF.
004500     CLOSE WORDING-RULE-FILE.
004510 1200-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550* 1210-LOAD-ONE-WORD-RULE - reads one wording rule and adds it to
004560*     the table, or replaces the entry already held for the same
004570*     rule type, message type, language and phrase - so a rule
004580*     keyed again inactive is retired.  The phrase is held in
004590*     capitals with its length, so the screen ignores case.
004600*     Rules past the table limit are reported and ignored.
004610******************************************************************
004620 1210-LOAD-ONE-WORD-RULE.
004630     READ WORDING-RULE-FILE
004640         AT END
004650             SET WS-WORDRULE-EOF TO TRUE
004660             GO TO 1210-EXIT
004670     END-READ.
004680     IF WR-PHRASE = SPACES
004690         OR (NOT WR-PROHIBITED AND NOT WR-REQUIRED)
004700         GO TO 1210-EXIT
004710     END-IF.
004720     MOVE WR-PHRASE TO WS-WORD-PHRASE.
004730     INSPECT WS-WORD-PHRASE
004740         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004750     MOVE 60 TO WS-WORD-PHRASE-LENGTH.
004760     PERFORM 1230-BACK-OVER-PHRASE-BLANK
004770         THRU 1230-EXIT
004780         UNTIL WS-WORD-PHRASE (WS-WORD-PHRASE-LENGTH:1)
004790             NOT = SPACE.
004800     MOVE 'N' TO WS-RULE-FOUND-SW.
004810     PERFORM 1220-CHECK-ONE-LOADED-RULE
004820         THRU 1220-EXIT
004830         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
004840         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
004850         OR WS-RULE-FOUND.
004860     IF NOT WS-RULE-FOUND
004870         IF WS-WORD-RULE-COUNT NOT < 100
004880             DISPLAY 'REJRPAIR: WORDING RULE TABLE FULL - '
004890                 WR-PHRASE ' IGNORED'
004900             GO TO 1210-EXIT
004910         END-IF
004920         ADD 1 TO WS-WORD-RULE-COUNT
004930         MOVE WS-WORD-RULE-COUNT TO WS-WORD-FOUND-SUB
004940         MOVE WR-RULE-TYPE
004950             TO WS-WRT-RULE-TYPE (WS-WORD-FOUND-SUB)
004960         MOVE WR-MESSAGE-TYPE
004970             TO WS-WRT-MESSAGE-TYPE (WS-WORD-FOUND-SUB)
004980         MOVE WR-LANGUAGE-CODE
004990             TO WS-WRT-LANGUAGE (WS-WORD-FOUND-SUB)
005000         MOVE WS-WORD-PHRASE
005010             TO WS-WRT-PHRASE (WS-WORD-FOUND-SUB)
005020         MOVE WS-WORD-PHRASE-LENGTH
005030             TO WS-WRT-PHRASE-LENGTH (WS-WORD-FOUND-SUB)
005040     END-IF.
005050     MOVE WR-ACTIVE-FLAG
005060         TO WS-WRT-ACTIVE-FLAG (WS-WORD-FOUND-SUB).
005070 1210-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* 1220-CHECK-ONE-LOADED-RULE - marks the rule just read found
005120*     when the current table entry is the same rule.
005130******************************************************************
005140 1220-CHECK-ONE-LOADED-RULE.
005150     IF WS-WRT-RULE-TYPE (WS-WORD-RULE-SUB) = WR-RULE-TYPE
005160         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
005170             = WR-MESSAGE-TYPE
005180         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) = WR-LANGUAGE-CODE
005190         AND WS-WRT-PHRASE (WS-WORD-RULE-SUB) = WS-WORD-PHRASE
005200         SET WS-RULE-FOUND TO TRUE
005210         MOVE WS-WORD-RULE-SUB TO WS-WORD-FOUND-SUB
005220     END-IF.
005230 1220-EXIT.
005240     EXIT.
005250
005260******************************************************************
005270* 1230-BACK-OVER-PHRASE-BLANK - steps one position toward the
005280*     front of the phrase past a trailing blank.
005290******************************************************************
005300 1230-BACK-OVER-PHRASE-BLANK.
005310     SUBTRACT 1 FROM WS-WORD-PHRASE-LENGTH.
005320 1230-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2000-WORK-ONE-REJECT - shows the current reject record and
005370*     carries out the disposition the operator chooses - repair
005380*     it back to the message master, abandon it, or skip it to
005390*     the carry-forward file - then reads the next reject.  An
005400*     NSEL row is the balancing bookkeeping for a record the
005410*     run simply did not select - not an error - so it is
005420*     carried forward automatically without troubling the
005430*     operator.
005440******************************************************************
005450 2000-WORK-ONE-REJECT.
005460     IF RJ-NOT-SELECTED
005470         PERFORM 2500-CARRY-REJECT-FORWARD
005480             THRU 2500-EXIT
005490         ADD 1 TO WS-NSEL-CARRIED-COUNT
005500         GO TO 2000-READ-NEXT
005510     END-IF.
005520     DISPLAY 'REJRPAIR: REJECT - KEY ' RJ-RECORD-KEY
005530         ' REASON ' RJ-REASON-CODE
005540         ' FROM ' RJ-JOB-DATE.
005550     DISPLAY 'REJRPAIR: TEXT - ' RJ-MESSAGE-TEXT.
005560     PERFORM 2100-PROMPT-FOR-DISPOSITION
005570         THRU 2100-EXIT
005580         WITH TEST AFTER
005590         UNTIL WS-DISP-VALID.
005600     IF WS-DISP-REPAIR
005610         PERFORM 2200-REPAIR-REJECT
005620             THRU 2200-EXIT
005630     ELSE
005640         IF WS-DISP-ABANDON
005650             PERFORM 2400-ABANDON-REJECT
005660                 THRU 2400-EXIT
005670         ELSE
005680             PERFORM 2500-CARRY-REJECT-FORWARD
005690                 THRU 2500-EXIT
005700         END-IF
005710     END-IF.
005720 2000-READ-NEXT.
005730     PERFORM 2900-READ-REJECT-RECORD
005740         THRU 2900-EXIT.
005750 2000-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 2100-PROMPT-FOR-DISPOSITION - obtains what to do with the
005800*     reject on display - R repairs it, X abandons it, S skips
005810*     it to the carry-forward file.
005820******************************************************************
005830 2100-PROMPT-FOR-DISPOSITION.
005840     DISPLAY 'REJRPAIR: ENTER DISPOSITION - R = REPAIR, '
005850         'X = ABANDON, S = SKIP'.
005860     ACCEPT WS-DISPOSITION-CODE.
005870     IF WS-DISPOSITION-CODE = 'r'
005880         MOVE 'R' TO WS-DISPOSITION-CODE
005890     END-IF.
005900     IF WS-DISPOSITION-CODE = 'x'
005910         MOVE 'X' TO WS-DISPOSITION-CODE
005920     END-IF.
005930     IF WS-DISPOSITION-CODE = 's'
005940         MOVE 'S' TO WS-DISPOSITION-CODE
005950     END-IF.
005960     IF NOT WS-DISP-VALID
005970         DISPLAY 'REJRPAIR: DISPOSITION MUST BE R, X OR S'
005980     END-IF.
005990 2100-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* 2200-REPAIR-REJECT - repairs the reject back onto the message
006040*     master record it came from - corrected text, and the
006050*     effective/expiry dates that put the NEFF and EXPD holds
006060*     here in the first place - logging the repair.  The
006070*     operator must be authorized for the record's message
006080*     type, as in MSGMAINT; a reject whose master record no
006090*     longer exists cannot be repaired here - it is carried
006100*     forward and the operator pointed at MSGMAINT's ADD.
006110*     The record as it stood before the repair goes to the
006120*     message-version file once the rewrite has taken.
006130*     Text that breaks a wording rule is refused and the
006140*     reject carried forward.
006150******************************************************************
006160 2200-REPAIR-REJECT.
006170     MOVE 'N' TO WS-MASTER-FOUND-SW.
006180     MOVE RJ-RECORD-KEY TO MM-RECORD-KEY.
006190     READ MESSAGE-MASTER-FILE
006200         KEY IS MM-RECORD-KEY
006210         INVALID KEY
006220             CONTINUE
006230         NOT INVALID KEY
006240             SET WS-MASTER-FOUND TO TRUE
006250     END-READ.
006260     IF NOT WS-MASTER-FOUND
006270         DISPLAY 'REJRPAIR: MASTER RECORD ' RJ-RECORD-KEY
006280             ' NO LONGER EXISTS - USE MSGMAINT ADD, REJECT '
006290             'CARRIED FORWARD'
006300         PERFORM 2500-CARRY-REJECT-FORWARD
006310             THRU 2500-EXIT
006320         GO TO 2200-EXIT
006330     END-IF.
006340     PERFORM 2210-CHECK-TYPE-AUTHORITY
006350         THRU 2210-EXIT.
006360     IF NOT WS-AUTHORIZED
006370         DISPLAY 'REJRPAIR: ACCESS DENIED - NOT AUTHORIZED '
006380             'FOR TYPE ' MM-MESSAGE-TYPE ' - REJECT CARRIED '
006390             'FORWARD'
006400         MOVE 'NOT AUTHORIZED FOR TYPE' TO WS-DENIAL-REASON
006410         MOVE MM-MESSAGE-TYPE TO WS-DENIAL-TYPE
006420         PERFORM 2950-LOG-DENIED-ATTEMPT
006430             THRU 2950-EXIT
006440         PERFORM 2500-CARRY-REJECT-FORWARD
006450             THRU 2500-EXIT
006460         GO TO 2200-EXIT
006470     END-IF.
006480     MOVE MM-MESSAGE-TEXT TO WS-OLD-MESSAGE-TEXT.
006490     PERFORM 2250-PROMPT-FOR-NEW-TEXT
006500         THRU 2250-EXIT
006510         WITH TEST AFTER
006520         UNTIL WS-NEW-MESSAGE-TEXT NOT = SPACES
006530         OR WS-OLD-MESSAGE-TEXT NOT = SPACES.
006540     IF WS-NEW-MESSAGE-TEXT = SPACES
006550         MOVE WS-OLD-MESSAGE-TEXT TO WS-NEW-MESSAGE-TEXT
006560     END-IF.
006570     MOVE WS-NEW-MESSAGE-TEXT TO WS-WORD-CHECK-TEXT.
006580     MOVE MM-MESSAGE-TYPE TO WS-WORD-CHECK-TYPE.
006590     MOVE MM-LANGUAGE-CODE TO WS-WORD-CHECK-LANGUAGE.
006600     PERFORM 2300-CHECK-WORDING
006610         THRU 2300-EXIT.
006620     IF WS-WORDING-FAILED
006630         DISPLAY 'REJRPAIR: TEXT REFUSED - ' WS-WORD-VIOLATION
006640         DISPLAY 'REJRPAIR: REJECT CARRIED FORWARD'
006650         PERFORM 2350-LOG-WORDING-BLOCK
006660             THRU 2350-EXIT
006670         PERFORM 2500-CARRY-REJECT-FORWARD
006680             THRU 2500-EXIT
006690         GO TO 2200-EXIT
006700     END-IF.
006710     PERFORM 2700-COMPUTE-MESSAGE-LENGTH
006720         THRU 2700-EXIT.
006730     PERFORM 2230-PROMPT-FOR-DATES
006740         THRU 2230-EXIT
006750         WITH TEST AFTER
006760         UNTIL WS-DATES-VALID.
006770     MOVE SPACES                TO MV-VERSION-RECORD.
006780     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
006790     MOVE WS-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
006800     MOVE WS-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
006810     MOVE WS-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
006820     MOVE WS-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
006830     REWRITE MM-MESSAGE-RECORD
006840         INVALID KEY
006850             DISPLAY 'REJRPAIR: REWRITE FAILED, STATUS = '
006860                 WS-MSGMAST-STATUS
006870                 ' - REJECT CARRIED FORWARD'
006880             MOVE 16 TO RETURN-CODE
006890             PERFORM 2500-CARRY-REJECT-FORWARD
006900                 THRU 2500-EXIT
006910             GO TO 2200-EXIT
006920     END-REWRITE.
006930     SET MV-REPAIRED TO TRUE.
006940     PERFORM 2850-WRITE-VERSION-RECORD
006950         THRU 2850-EXIT.
006960     ADD 1 TO WS-REPAIRED-COUNT.
006970     PERFORM 2800-WRITE-LOG-RECORD
006980         THRU 2800-EXIT.
006990     DISPLAY 'REJRPAIR: MESSAGE REPAIRED ONTO MASTER KEY '
007000         MM-RECORD-KEY.
007010 2200-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 2210-CHECK-TYPE-AUTHORITY - checks the master record's
007060*     message type against the operator's authorized-type
007070*     list from the security master, exactly as MSGMAINT
007080*     gates its own updates.
007090******************************************************************
007100 2210-CHECK-TYPE-AUTHORITY.
007110     MOVE 'N' TO WS-AUTHORIZED-SW.
007120     PERFORM 2220-CHECK-ONE-AUTH-TYPE
007130         THRU 2220-EXIT
007140         VARYING WS-AUTH-SUB FROM 1 BY 1
007150         UNTIL WS-AUTH-SUB > 5
007160         OR WS-AUTHORIZED.
007170 2210-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 2220-CHECK-ONE-AUTH-TYPE - checks the record's message type
007220*     against one entry of the operator's authorized-type
007230*     list.
007240******************************************************************
007250 2220-CHECK-ONE-AUTH-TYPE.
007260     IF WS-OPER-AUTH-TYPE (WS-AUTH-SUB) = MM-MESSAGE-TYPE
007270         AND MM-MESSAGE-TYPE NOT = SPACES
007280         MOVE 'Y' TO WS-AUTHORIZED-SW
007290     END-IF.
007300 2220-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 2230-PROMPT-FOR-DATES - shows the record's effective and
007350*     expiry dates - what put an NEFF or EXPD reject here -
007360*     and obtains replacements, as MSGMAINT's date prompts
007370*     do.  Blank keeps the date on the record; an expiry of
007380*     zero clears it to no-expiry; a mis-keyed date or an
007390*     expiry before the effective date sends the operator
007400*     around again.
007410******************************************************************
007420 2230-PROMPT-FOR-DATES.
007430     SET WS-DATES-VALID TO TRUE.
007440     DISPLAY 'REJRPAIR: CURRENT EFFECTIVE DATE - '
007450         MM-EFFECTIVE-DATE ', EXPIRY DATE - ' MM-EXPIRY-DATE.
007460     DISPLAY 'REJRPAIR: ENTER EFFECTIVE DATE (YYYYMMDD, '
007470         'BLANK = KEEP)'.
007480     MOVE SPACES TO WS-DATE-REPLY.
007490     ACCEPT WS-DATE-REPLY.
007500     IF WS-DATE-REPLY = SPACES
007510         MOVE MM-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
007520     ELSE
007530         IF WS-DATE-REPLY-NUM NUMERIC
007540             AND WS-DATE-REPLY-NUM > ZERO
007550             AND WS-REPLY-MONTH > 0
007560             AND WS-REPLY-MONTH < 13
007570             AND WS-REPLY-DAY > 0
007580             AND WS-REPLY-DAY < 32
007590             MOVE WS-DATE-REPLY-NUM TO WS-NEW-EFFECTIVE-DATE
007600         ELSE
007610             DISPLAY 'REJRPAIR: EFFECTIVE DATE NOT VALID - '
007620                 'REENTER BOTH DATES'
007630             SET WS-DATES-INVALID TO TRUE
007640             GO TO 2230-EXIT
007650         END-IF
007660     END-IF.
007670     DISPLAY 'REJRPAIR: ENTER EXPIRY DATE (YYYYMMDD, '
007680         'BLANK = KEEP, 0 = NO EXPIRY)'.
007690     MOVE SPACES TO WS-DATE-REPLY.
007700     ACCEPT WS-DATE-REPLY.
007710     IF WS-DATE-REPLY = SPACES
007720         MOVE MM-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
007730     ELSE
007740         IF WS-DATE-REPLY = '0'
007750             OR (WS-DATE-REPLY-NUM NUMERIC
007760             AND WS-DATE-REPLY-NUM = ZERO)
007770             MOVE ZERO TO WS-NEW-EXPIRY-DATE
007780         ELSE
007790             IF WS-DATE-REPLY-NUM NUMERIC
007800                 AND WS-DATE-REPLY-NUM > ZERO
007810                 AND WS-REPLY-MONTH > 0
007820                 AND WS-REPLY-MONTH < 13
007830                 AND WS-REPLY-DAY > 0
007840                 AND WS-REPLY-DAY < 32
007850                 MOVE WS-DATE-REPLY-NUM TO WS-NEW-EXPIRY-DATE
007860             ELSE
007870                 DISPLAY 'REJRPAIR: EXPIRY DATE NOT VALID - '
007880                     'REENTER BOTH DATES'
007890                 SET WS-DATES-INVALID TO TRUE
007900                 GO TO 2230-EXIT
007910             END-IF
007920         END-IF
007930     END-IF.
007940     IF WS-NEW-EXPIRY-DATE > ZERO
007950         AND WS-NEW-EXPIRY-DATE < WS-NEW-EFFECTIVE-DATE
007960         DISPLAY 'REJRPAIR: EXPIRY DATE IS BEFORE THE '
007970             'EFFECTIVE DATE - REENTER BOTH DATES'
007980         SET WS-DATES-INVALID TO TRUE
007990     END-IF.
008000 2230-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040* 2250-PROMPT-FOR-NEW-TEXT - obtains the corrected banner text
008050*     in up to four lines of sixty characters ended by a blank
008060*     line, as MSGMAINT does.  A wholly blank entry keeps the
008070*     record's current text - unless that text is itself
008080*     blank, which is what put the BLNK rejects here.
008090******************************************************************
008100 2250-PROMPT-FOR-NEW-TEXT.
008110     DISPLAY 'REJRPAIR: ENTER CORRECTED MESSAGE IN UP TO 4 '
008120         'LINES OF 60 CHARACTERS - A BLANK LINE ENDS THE '
008130         'TEXT, A BLANK FIRST LINE KEEPS THE CURRENT TEXT'.
008140     MOVE SPACES TO WS-NEW-MESSAGE-TEXT.
008150     MOVE 'N' TO WS-TEXT-DONE-SW.
008160     PERFORM 2270-ACCEPT-ONE-SEGMENT
008170         THRU 2270-EXIT
008180         VARYING WS-SEGMENT-NUMBER FROM 1 BY 1
008190         UNTIL WS-SEGMENT-NUMBER > 4
008200         OR WS-TEXT-DONE.
008210     IF WS-NEW-MESSAGE-TEXT = SPACES
008220         AND WS-OLD-MESSAGE-TEXT = SPACES
008230         DISPLAY 'REJRPAIR: MESSAGE MUST NOT BE BLANK'
008240     END-IF.
008250 2250-EXIT.
008260     EXIT.
008270
008280******************************************************************
008290* 2270-ACCEPT-ONE-SEGMENT - accepts one sixty-character line
008300*     of the corrected message into its slice of the full
008310*     text.  A blank line ends the entry.
008320******************************************************************
008330 2270-ACCEPT-ONE-SEGMENT.
008340     DISPLAY 'REJRPAIR: LINE ' WS-SEGMENT-NUMBER ' -'.
008350     MOVE SPACES TO WS-TEXT-SEGMENT.
008360     ACCEPT WS-TEXT-SEGMENT.
008370     IF WS-TEXT-SEGMENT = SPACES
008380         SET WS-TEXT-DONE TO TRUE
008390     ELSE
008400         COMPUTE WS-SEGMENT-POSITION
008410             = ((WS-SEGMENT-NUMBER - 1) * 60) + 1
008420         MOVE WS-TEXT-SEGMENT
008430             TO WS-NEW-MESSAGE-TEXT (WS-SEGMENT-POSITION:60)
008440     END-IF.
008450 2270-EXIT.
008460     EXIT.
008470
008480******************************************************************
008490* 2300-CHECK-WORDING - screens WS-WORD-CHECK-TEXT against the
008500*     wording rules in force for WS-WORD-CHECK-TYPE and
008510*     WS-WORD-CHECK-LANGUAGE (blank = EN) - a rule with a blank
008520*     type or language applies to every type or language.  The
008530*     text fails on the first prohibited phrase it carries or
008540*     the first required phrase it lacks, the rule broken left
008550*     in WS-WORD-VIOLATION.  Case is ignored.
008560******************************************************************
008570 2300-CHECK-WORDING.
008580     MOVE 'N' TO WS-WORDING-FAILED-SW.
008590     MOVE SPACES TO WS-WORD-VIOLATION-REASON.
008600     MOVE SPACES TO WS-WORD-VIOLATION-PHRASE.
008610     IF WS-WORD-CHECK-LANGUAGE = SPACES
008620         MOVE 'EN' TO WS-WORD-CHECK-LANGUAGE
008630     END-IF.
008640     INSPECT WS-WORD-CHECK-TEXT
008650         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
008660     PERFORM 2310-CHECK-ONE-WORD-RULE
008670         THRU 2310-EXIT
008680         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
008690         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
008700         OR WS-WORDING-FAILED.
008710 2300-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 2310-CHECK-ONE-WORD-RULE - applies one table rule, if it is in
008760*     force and covers the type and language, by looking for its
008770*     phrase at every position of the text.
008780******************************************************************
008790 2310-CHECK-ONE-WORD-RULE.
008800     IF NOT WS-WRT-ACTIVE (WS-WORD-RULE-SUB)
008810         GO TO 2310-EXIT
008820     END-IF.
008830     IF WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB) NOT = SPACES
008840         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
008850             NOT = WS-WORD-CHECK-TYPE
008860         GO TO 2310-EXIT
008870     END-IF.
008880     IF WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) NOT = SPACES
008890         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB)
008900             NOT = WS-WORD-CHECK-LANGUAGE
008910         GO TO 2310-EXIT
008920     END-IF.
008930     MOVE WS-WRT-PHRASE (WS-WORD-RULE-SUB) TO WS-WORD-PHRASE.
008940     MOVE WS-WRT-PHRASE-LENGTH (WS-WORD-RULE-SUB)
008950         TO WS-WORD-PHRASE-LENGTH.
008960     COMPUTE WS-WORD-SCAN-LAST = 241 - WS-WORD-PHRASE-LENGTH.
008970     MOVE 'N' TO WS-PHRASE-FOUND-SW.
008980     PERFORM 2320-MATCH-PHRASE-AT
008990         THRU 2320-EXIT
009000         VARYING WS-WORD-SCAN-POS FROM 1 BY 1
009010         UNTIL WS-WORD-SCAN-POS > WS-WORD-SCAN-LAST
009020         OR WS-PHRASE-FOUND.
009030     IF WS-WRT-PROHIBITED (WS-WORD-RULE-SUB)
009040         AND WS-PHRASE-FOUND
009050         SET WS-WORDING-FAILED TO TRUE
009060         MOVE 'PROHIBITED PHRASE' TO WS-WORD-VIOLATION-REASON
009070         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
009080     END-IF.
009090     IF WS-WRT-REQUIRED (WS-WORD-RULE-SUB)
009100         AND NOT WS-PHRASE-FOUND
009110         SET WS-WORDING-FAILED TO TRUE
009120         MOVE 'REQUIRED PHRASE MISSING'
009130             TO WS-WORD-VIOLATION-REASON
009140         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
009150     END-IF.
009160 2310-EXIT.
009170     EXIT.
009180
009190******************************************************************
009200* 2320-MATCH-PHRASE-AT - marks the phrase found when the text at
009210*     the current scan position starts with it.
009220******************************************************************
009230 2320-MATCH-PHRASE-AT.
009240     IF WS-WORD-CHECK-TEXT
009250             (WS-WORD-SCAN-POS:WS-WORD-PHRASE-LENGTH)
009260         = WS-WORD-PHRASE (1:WS-WORD-PHRASE-LENGTH)
009270         SET WS-PHRASE-FOUND TO TRUE
009280     END-IF.
009290 2320-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330* 2350-LOG-WORDING-BLOCK - appends one maintenance log row,
009340*     action B, for new text refused by the wording screen -
009350*     the refused text in the old-text field and the rule
009360*     broken in the new-text field.
009370******************************************************************
009380 2350-LOG-WORDING-BLOCK.
009390     IF WS-MAINTLOG-OPEN
009400         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
009410         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
009420         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
009430         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
009434         MOVE WS-WORD-CHECK-TYPE TO ML-MESSAGE-TYPE
009440         MOVE WS-NEW-MESSAGE-TEXT
009450                                 TO ML-OLD-MESSAGE-TEXT
009460         MOVE WS-WORD-VIOLATION-REASON
009470                                 TO WS-WL-REASON
009480         MOVE WS-WORD-CHECK-TYPE TO WS-WL-TYPE
009490         MOVE WS-WORD-CHECK-LANGUAGE
009500                                 TO WS-WL-LANGUAGE
009510         MOVE WS-WORD-VIOLATION-PHRASE
009520                                 TO WS-WL-PHRASE
009530         MOVE WS-WORD-LOG-TEXT   TO ML-NEW-MESSAGE-TEXT
009540         SET ML-WORDING-BLOCK-ACTION
009550                                 TO TRUE
009560         WRITE ML-MAINT-LOG-RECORD
009570     END-IF.
009580 2350-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* 2400-ABANDON-REJECT - drops the reject with a log row saying
009630*     who abandoned it, so the record's disappearance from the
009640*     reject file stays traceable.
009650******************************************************************
009660 2400-ABANDON-REJECT.
009670     MOVE RJ-MESSAGE-TEXT TO WS-OLD-MESSAGE-TEXT.
009680     MOVE SPACES          TO WS-NEW-MESSAGE-TEXT.
009690     ADD 1 TO WS-ABANDONED-COUNT.
009700     PERFORM 2800-WRITE-LOG-RECORD
009710         THRU 2800-EXIT.
009720     DISPLAY 'REJRPAIR: REJECT ABANDONED'.
009730 2400-EXIT.
009740     EXIT.
009750
009760******************************************************************
009770* 2500-CARRY-REJECT-FORWARD - writes the reject unchanged to
009780*     the carry-forward file for a later session.
009790******************************************************************
009800 2500-CARRY-REJECT-FORWARD.
009810     IF WS-REJECTO-OPEN
009820         MOVE RJ-REJECT-RECORD TO RO-REJECT-OUT-RECORD
009830         WRITE RO-REJECT-OUT-RECORD
009840         ADD 1 TO WS-CARRIED-COUNT
009850     END-IF.
009860 2500-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900* 2700-COMPUTE-MESSAGE-LENGTH - counts the characters in
009910*     WS-NEW-MESSAGE-TEXT up to its last non-blank position, as
009920*     MSGMAINT does, so MM-MESSAGE-LENGTH stays in step with
009930*     the repaired text.
009940******************************************************************
009950 2700-COMPUTE-MESSAGE-LENGTH.
009960     MOVE 240 TO WS-LENGTH-SUBSCRIPT.
009970     PERFORM 2750-SCAN-FOR-LAST-CHAR
009980         THRU 2750-EXIT
009990         WITH TEST AFTER
010000         UNTIL WS-LENGTH-SUBSCRIPT = ZERO
010010         OR WS-NEW-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1)
010020             NOT = SPACE.
010030     MOVE WS-LENGTH-SUBSCRIPT TO WS-NEW-MESSAGE-LENGTH.
010040 2700-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080* 2750-SCAN-FOR-LAST-CHAR - steps one position toward the front
010090*     of WS-NEW-MESSAGE-TEXT when the current position is blank.
010100******************************************************************
010110 2750-SCAN-FOR-LAST-CHAR.
010120     IF WS-NEW-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1) = SPACE
010130         SUBTRACT 1 FROM WS-LENGTH-SUBSCRIPT
010140     END-IF.
010150 2750-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190* 2800-WRITE-LOG-RECORD - appends one maintenance log row for
010200*     the disposition just carried out - action R for a repair,
010210*     X for an abandonment.
010220******************************************************************
010230 2800-WRITE-LOG-RECORD.
010240     IF WS-MAINTLOG-OPEN
010250         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
010260         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
010270         MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID
010280         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
010284         MOVE MM-MESSAGE-TYPE     TO ML-MESSAGE-TYPE
010290         MOVE WS-OLD-MESSAGE-TEXT TO ML-OLD-MESSAGE-TEXT
010300         MOVE WS-NEW-MESSAGE-TEXT TO ML-NEW-MESSAGE-TEXT
010310         IF WS-DISP-REPAIR
010320             SET ML-REPAIR-ACTION TO TRUE
010330         ELSE
010340             SET ML-ABANDON-ACTION TO TRUE
010350         END-IF
010360         WRITE ML-MAINT-LOG-RECORD
010370     END-IF.
010380 2800-EXIT.
010390     EXIT.
010400
010410******************************************************************
010420* 2850-WRITE-VERSION-RECORD - appends the master record image
010430*     the repair superseded, already moved to MV-MASTER-IMAGE
010440*     with its MV-ACTION set, to the message-version file,
010450*     stamped with the date, time and repairing operator.
010460******************************************************************
010470 2850-WRITE-VERSION-RECORD.
010480     IF WS-MSGVERS-OPEN
010490         MOVE WS-RUN-DATE         TO MV-SUPERSEDED-DATE
010500         MOVE WS-RUN-TIME         TO MV-SUPERSEDED-TIME
010510         MOVE WS-OPERATOR-ID      TO MV-OPERATOR-ID
010520         MOVE SPACES              TO MV-SECOND-OPERATOR-ID
010530         MOVE 'REJRPAIR'          TO MV-PROGRAM-ID
010540         WRITE MV-VERSION-RECORD
010550     END-IF.
010560 2850-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600* 2900-READ-REJECT-RECORD - reads the next reject record or
010610*     signals end of file.
010620******************************************************************
010630 2900-READ-REJECT-RECORD.
010640     READ REJECT-FILE
010650         AT END
010660             SET WS-EOF TO TRUE
010670         NOT AT END
010680             ADD 1 TO WS-REJECTS-READ-COUNT
010690     END-READ.
010700 2900-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740* 2950-LOG-DENIED-ATTEMPT - appends one maintenance log row,
010750*     action N, recording the date, time, the operator ID as
010760*     entered, the denial reason and the message type asked
010770*     for, exactly as MSGMAINT logs its own turned-away
010780*     attempts.
010790******************************************************************
010800 2950-LOG-DENIED-ATTEMPT.
010810     IF WS-MAINTLOG-OPEN
010820         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
010830         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
010840         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
010850         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
010854         MOVE WS-DENIAL-TYPE     TO ML-MESSAGE-TYPE
010860         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
010870         MOVE WS-DENIAL-REASON   TO WS-DENIAL-DETAIL
010880         MOVE WS-DENIAL-TEXT     TO ML-NEW-MESSAGE-TEXT
010890         SET ML-DENIED-ACTION    TO TRUE
010900         WRITE ML-MAINT-LOG-RECORD
010910     END-IF.
010920 2950-EXIT.
010930     EXIT.
010940
010950******************************************************************
010960* 8000-REPORT-TOTALS - reports how the session's rejects were
010970*     dispositioned.
010980******************************************************************
010990 8000-REPORT-TOTALS.
011000     DISPLAY 'REJRPAIR: REJECTS READ      - '
011010         WS-REJECTS-READ-COUNT.
011020     DISPLAY 'REJRPAIR: REPAIRED          - '
011030         WS-REPAIRED-COUNT.
011040     DISPLAY 'REJRPAIR: ABANDONED         - '
011050         WS-ABANDONED-COUNT.
011060     DISPLAY 'REJRPAIR: CARRIED FORWARD   - '
011070         WS-CARRIED-COUNT.
011080     DISPLAY 'REJRPAIR: OF WHICH NSEL, CARRIED AUTOMATICALLY - '
011090         WS-NSEL-CARRIED-COUNT.
011100 8000-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140* 9000-TERMINATE - closes open files before STOP RUN.
011150******************************************************************
011160 9000-TERMINATE.
011170     IF WS-REJECT-OPEN
011180         CLOSE REJECT-FILE
011190     END-IF.
011200     IF WS-REJECTO-OPEN
011210         CLOSE REJECT-OUT-FILE
011220     END-IF.
011230     IF WS-MSGMAST-OPEN
011240         CLOSE MESSAGE-MASTER-FILE
011250     END-IF.
011260     IF WS-MAINTLOG-OPEN
011270         CLOSE MAINT-LOG-FILE
011280     END-IF.
011290     IF WS-MSGVERS-OPEN
011300         CLOSE MESSAGE-VERSION-FILE
011310     END-IF.
011320 9000-EXIT.
011330     EXIT.
011340
011350 END PROGRAM REJRPAIR.
