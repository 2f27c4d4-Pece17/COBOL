000320*                    variant it creates - the approval stamps
000330*                    MM-LANGUAGE-CODE, and the review display
000340*                    shows the language alongside the type.
000341*   2026-10-15  RSW  An approved update or delete now saves the
000342*                    record's before-image to the message-
000343*                    version file, stamped with the requesting
000344*                    and reviewing operators.  A delete reads
000345*                    the record first, so the image is there
000346*                    to save and a key already gone is carried
000347*                    forward like a vanished update's.
000350*   2026-10-15  RSW  An approved add or update is screened
000360*                    against the wording-rule file before the
000370*                    master is written - a prohibited phrase, or
000380*                    a required one missing for the type and
000390*                    language, blocks the apply, logs it to
000400*                    MAINT-LOG as action B and carries the change
000410*                    forward for the reviewer to reject.
000412*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000414*                    type it concerns in ML-MESSAGE-TYPE, the
000416*                    pending change's type.
000420******************************************************************
000430
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. MSGAPPRV.
000460 AUTHOR. R. S. WINTERS.
000470 INSTALLATION. DATA CENTER SERVICES.
000480 DATE-WRITTEN. 2026-09-02.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PENDCHG-STATUS.
000610
000620     SELECT PENDING-OUT-FILE ASSIGN TO PENDOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PENDOUT-STATUS.
000650
000660     SELECT OPERATOR-SECURITY-FILE ASSIGN TO OPERSEC
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-OPERSEC-STATUS.
000690
000700     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS MM-RECORD-KEY
000740         FILE STATUS IS WS-MSGMAST-STATUS.
000750
000760     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-MAINTLOG-STATUS.
000790
000800     SELECT MESSAGE-VERSION-FILE ASSIGN TO MSGVERS
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-MSGVERS-STATUS.
000830
000840     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-WORDRULE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PENDING-CHANGE-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY PENDCHG.
000940
000950 FD  PENDING-OUT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  PO-PENDING-OUT-RECORD           PIC X(550).
000990
001000 FD  OPERATOR-SECURITY-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY OPERSEC.
001040
001050 FD  MESSAGE-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY MSGMAST.
001080
001090 FD  MAINT-LOG-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY MAINTLOG.
001130
001140 FD  MESSAGE-VERSION-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY MSGVERS.
001180
001190 FD  WORDING-RULE-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220     COPY WORDRULE.
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-FILE-STATUSES.
001260     05  WS-PENDCHG-STATUS           PIC X(02) VALUE '00'.
001270         88  WS-PENDCHG-OK                VALUE '00'.
001280     05  WS-PENDOUT-STATUS           PIC X(02) VALUE '00'.
001290         88  WS-PENDOUT-OK                VALUE '00'.
001300     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001310         88  WS-MSGMAST-OK                VALUE '00'.
001320     05  WS-OPERSEC-STATUS           PIC X(02) VALUE '00'.
001330         88  WS-OPERSEC-OK                VALUE '00'.
001340     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001350         88  WS-MAINTLOG-OK               VALUE '00'.
001360     05  WS-MSGVERS-STATUS           PIC X(02) VALUE '00'.
001370         88  WS-MSGVERS-OK                VALUE '00'.
001380     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
001390         88  WS-WORDRULE-OK               VALUE '00'.
001400
001410 01  WS-SWITCHES.
001420     05  WS-PENDCHG-OPEN-SW          PIC X(01) VALUE 'N'.
001430         88  WS-PENDCHG-OPEN               VALUE 'Y'.
001440     05  WS-PENDOUT-OPEN-SW          PIC X(01) VALUE 'N'.
001450         88  WS-PENDOUT-OPEN               VALUE 'Y'.
001460     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001470         88  WS-MSGMAST-OPEN               VALUE 'Y'.
001480     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001490         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001500     05  WS-MSGVERS-OPEN-SW          PIC X(01) VALUE 'N'.
001510         88  WS-MSGVERS-OPEN               VALUE 'Y'.
001520     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001530         88  WS-EOF                        VALUE 'Y'.
001540     05  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001550         88  WS-SCAN-EOF                   VALUE 'Y'.
001560     05  WS-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001570         88  WS-MASTER-FOUND               VALUE 'Y'.
001580     05  WS-OPERSEC-EOF-SW           PIC X(01) VALUE 'N'.
001590         88  WS-OPERSEC-EOF                VALUE 'Y'.
001600     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
001610         88  WS-OPERATOR-FOUND             VALUE 'Y'.
001620     05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
001630         88  WS-AUTHORIZED                 VALUE 'Y'.
001640     05  WS-APPLY-FAILED-SW          PIC X(01) VALUE 'N'.
001650         88  WS-APPLY-FAILED               VALUE 'Y'.
001660     05  WS-WORDRULE-EOF-SW          PIC X(01) VALUE 'N'.
001670         88  WS-WORDRULE-EOF               VALUE 'Y'.
001680     05  WS-RULE-FOUND-SW            PIC X(01) VALUE 'N'.
001690         88  WS-RULE-FOUND                 VALUE 'Y'.
001700     05  WS-PHRASE-FOUND-SW          PIC X(01) VALUE 'N'.
001710         88  WS-PHRASE-FOUND               VALUE 'Y'.
001720     05  WS-WORDING-FAILED-SW        PIC X(01) VALUE 'N'.
001730         88  WS-WORDING-FAILED             VALUE 'Y'.
001740
001750 01  WS-RUN-STAMP.
001760     05  WS-RUN-DATE                 PIC 9(08).
001770     05  WS-RUN-TIME                 PIC 9(08).
001780
001790 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
001800 01  WS-OPER-ACTIVE-FLAG             PIC X(01) VALUE 'N'.
001810     88  WS-OPER-ACTIVE                   VALUE 'Y'.
001820 01  WS-OPER-AUTH-TYPE-LIST.
001830     05  WS-OPER-AUTH-TYPE OCCURS 5 TIMES
001840                                     PIC X(10).
001850 01  WS-AUTH-SUB                     PIC 9(01) COMP VALUE ZERO.
001860 01  WS-DENIAL-REASON                PIC X(30) VALUE SPACES.
001870 01  WS-DENIAL-TEXT.
001880     05  FILLER                      PIC X(09)
001890         VALUE 'DENIED - '.
001900     05  WS-DENIAL-DETAIL            PIC X(30).
001910     05  FILLER                      PIC X(06) VALUE ' TYPE '.
001920     05  WS-DENIAL-TYPE              PIC X(10).
001930 01  WS-DECISION-CODE                PIC X(01) VALUE SPACE.
001940     88  WS-DECISION-APPROVE              VALUE 'A'.
001950     88  WS-DECISION-REJECT               VALUE 'R'.
001960     88  WS-DECISION-SKIP                 VALUE 'S'.
001970     88  WS-DECISION-VALID                VALUES 'A' 'R' 'S'.
001980 01  WS-NEXT-RECORD-KEY              PIC 9(06) VALUE ZERO.
001990 01  WS-OUTCOME-ACTION               PIC X(01) VALUE SPACE.
002000******************************************************************
002010* Wording rules - the table 1200 loads from WORDRULE, and the
002020*     text, type and language 2700 screens against it, with the
002030*     rule broken left in WS-WORD-VIOLATION.
002040******************************************************************
002050 01  WS-WORD-CHECK-TEXT              PIC X(240) VALUE SPACES.
002060 01  WS-WORD-CHECK-TYPE              PIC X(10) VALUE SPACES.
002070 01  WS-WORD-CHECK-LANGUAGE          PIC X(02) VALUE SPACES.
002080 01  WS-WORD-VIOLATION.
002090     05  WS-WORD-VIOLATION-REASON    PIC X(24) VALUE SPACES.
002100     05  FILLER                      PIC X(03) VALUE ' - '.
002110     05  WS-WORD-VIOLATION-PHRASE    PIC X(60) VALUE SPACES.
002120 01  WS-WORD-LOG-TEXT.
002130     05  FILLER                      PIC X(10) VALUE 'WORDING - '.
002140     05  WS-WL-REASON                PIC X(24).
002150     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002160     05  WS-WL-TYPE                  PIC X(10).
002170     05  FILLER                      PIC X(06) VALUE ' LANG '.
002180     05  WS-WL-LANGUAGE              PIC X(02).
002190     05  FILLER                      PIC X(03) VALUE ' - '.
002200     05  WS-WL-PHRASE                PIC X(60).
002210 01  WS-WORD-PHRASE                  PIC X(60) VALUE SPACES.
002220 01  WS-WORD-PHRASE-LENGTH           PIC 9(02) COMP VALUE ZERO.
002230 01  WS-WORD-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
002240 01  WS-WORD-SCAN-LAST               PIC 9(03) COMP VALUE ZERO.
002250 01  WS-WORD-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
002260 01  WS-WORD-RULE-SUB                PIC 9(03) COMP VALUE ZERO.
002270 01  WS-WORD-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
002280 01  WS-WORD-RULE-TABLE.
002290     05  WS-WORD-RULE-ENTRY OCCURS 100 TIMES.
002300         10  WS-WRT-RULE-TYPE        PIC X(01).
002310             88  WS-WRT-PROHIBITED        VALUE 'P'.
002320             88  WS-WRT-REQUIRED          VALUE 'R'.
002330         10  WS-WRT-MESSAGE-TYPE     PIC X(10).
002340         10  WS-WRT-LANGUAGE         PIC X(02).
002350         10  WS-WRT-PHRASE           PIC X(60).
002360         10  WS-WRT-PHRASE-LENGTH    PIC 9(02) COMP.
002370         10  WS-WRT-ACTIVE-FLAG      PIC X(01).
002380             88  WS-WRT-ACTIVE            VALUE 'Y'.
002390 01  WS-LOWER-CASE                   PIC X(26)
002400         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002410 01  WS-UPPER-CASE                   PIC X(26)
002420         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002430
002440 77  WS-PENDING-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
002450 77  WS-APPROVED-COUNT               PIC 9(05) COMP VALUE ZERO.
002460 77  WS-REJECTED-COUNT               PIC 9(05) COMP VALUE ZERO.
002470 77  WS-CARRIED-COUNT                PIC 9(05) COMP VALUE ZERO.
002480
002490 PROCEDURE DIVISION.
002500******************************************************************
002510* 0000-MAINLINE - controls overall program flow.
002520******************************************************************
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE
002550         THRU 1000-EXIT.
002560     IF RETURN-CODE = 0
002570         PERFORM 2000-REVIEW-ONE-CHANGE
002580             THRU 2000-EXIT
002590             UNTIL WS-EOF
002600         PERFORM 8000-REPORT-TOTALS
002610             THRU 8000-EXIT
002620     END-IF.
002630     PERFORM 9000-TERMINATE
002640         THRU 9000-EXIT.
002650     STOP RUN.
002660
002670******************************************************************
002680* 1000-INITIALIZE - opens the pending-change file for input,
002690*     the carry-forward pending file for output, the message
002700*     master for update and the maintenance log, obtains the
002710*     reviewing operator's ID, validates it against the
002720*     OPERSEC security master as MSGMAINT does, and primes the
002730*     pending read loop.
002740******************************************************************
002750 1000-INITIALIZE.
002760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002770     ACCEPT WS-RUN-TIME FROM TIME.
002780     OPEN INPUT PENDING-CHANGE-FILE.
002790     IF NOT WS-PENDCHG-OK
002800         DISPLAY 'MSGAPPRV: UNABLE TO OPEN PENDING-CHANGE FILE, '
002810             'STATUS = ' WS-PENDCHG-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 1000-EXIT
002840     END-IF.
002850     SET WS-PENDCHG-OPEN TO TRUE.
002860     OPEN OUTPUT PENDING-OUT-FILE.
002870     IF NOT WS-PENDOUT-OK
002880         DISPLAY 'MSGAPPRV: UNABLE TO OPEN PENDING-OUT FILE, '
002890             'STATUS = ' WS-PENDOUT-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     SET WS-PENDOUT-OPEN TO TRUE.
002940     OPEN I-O MESSAGE-MASTER-FILE.
002950     IF NOT WS-MSGMAST-OK
002960         DISPLAY 'MSGAPPRV: UNABLE TO OPEN MESSAGE-MASTER '
002970             'FILE, STATUS = ' WS-MSGMAST-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF.
003010     SET WS-MSGMAST-OPEN TO TRUE.
003020     OPEN EXTEND MAINT-LOG-FILE.
003030     IF NOT WS-MAINTLOG-OK
003040         DISPLAY 'MSGAPPRV: UNABLE TO OPEN MAINT-LOG FILE, '
003050             'STATUS = ' WS-MAINTLOG-STATUS
003060         MOVE 16 TO RETURN-CODE
003070         GO TO 1000-EXIT
003080     END-IF.
003090     SET WS-MAINTLOG-OPEN TO TRUE.
003100     OPEN EXTEND MESSAGE-VERSION-FILE.
003110     IF NOT WS-MSGVERS-OK
003120         DISPLAY 'MSGAPPRV: UNABLE TO OPEN MESSAGE-VERSION '
003130             'FILE, STATUS = ' WS-MSGVERS-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF.
003170     SET WS-MSGVERS-OPEN TO TRUE.
003180     PERFORM 1200-LOAD-WORD-RULES
003190         THRU 1200-EXIT.
003200     DISPLAY 'MSGAPPRV: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
003210     ACCEPT WS-OPERATOR-ID.
003220     PERFORM 1100-CHECK-OPERATOR-SECURITY
003230         THRU 1100-EXIT.
003240     IF RETURN-CODE NOT = 0
003250         GO TO 1000-EXIT
003260     END-IF.
003270     PERFORM 2900-READ-PENDING-RECORD
003280         THRU 2900-EXIT.
003290     IF WS-EOF
003300         DISPLAY 'MSGAPPRV: PENDING-CHANGE FILE IS EMPTY - '
003310             'NOTHING TO REVIEW'
003320     END-IF.
003330 1000-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 1100-CHECK-OPERATOR-SECURITY - validates the reviewing
003380*     operator's ID against the OPERSEC security master, as
003390*     MSGMAINT does, before the approval path is reachable.
003400*     An unknown or inactive ID, or a security master that
003410*     cannot be read at all, turns the session away - RC 12 -
003420*     with the attempt logged.  The operator's authorized-type
003430*     list is kept for the per-change check 2100 makes.
003440******************************************************************
003450 1100-CHECK-OPERATOR-SECURITY.
003460     MOVE SPACES TO WS-DENIAL-REASON.
003470     OPEN INPUT OPERATOR-SECURITY-FILE.
003480     IF NOT WS-OPERSEC-OK
003490         DISPLAY 'MSGAPPRV: UNABLE TO OPEN OPERATOR SECURITY '
003500             'FILE, STATUS = ' WS-OPERSEC-STATUS
003510         MOVE 'SECURITY FILE UNAVAILABLE' TO WS-DENIAL-REASON
003520         MOVE SPACES TO WS-DENIAL-TYPE
003530         PERFORM 2950-LOG-DENIED-ATTEMPT
003540             THRU 2950-EXIT
003550         MOVE 12 TO RETURN-CODE
003560         GO TO 1100-EXIT
003570     END-IF.
003580     PERFORM 1110-READ-OPERATOR-RECORD
003590         THRU 1110-EXIT
003600         UNTIL WS-OPERATOR-FOUND
003610         OR WS-OPERSEC-EOF.
003620     CLOSE OPERATOR-SECURITY-FILE.
003630     IF NOT WS-OPERATOR-FOUND
003640         MOVE 'UNKNOWN OPERATOR ID' TO WS-DENIAL-REASON
003650         GO TO 1100-DENY
003660     END-IF.
003670     IF NOT WS-OPER-ACTIVE
003680         MOVE 'OPERATOR ID INACTIVE' TO WS-DENIAL-REASON
003690         GO TO 1100-DENY
003700     END-IF.
003710     GO TO 1100-EXIT.
003720 1100-DENY.
003730     DISPLAY 'MSGAPPRV: ACCESS DENIED - ' WS-DENIAL-REASON
003740         ' - ' WS-OPERATOR-ID.
003750     MOVE SPACES TO WS-DENIAL-TYPE.
003760     PERFORM 2950-LOG-DENIED-ATTEMPT
003770         THRU 2950-EXIT.
003780     MOVE 12 TO RETURN-CODE.
003790 1100-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830* 1110-READ-OPERATOR-RECORD - reads one security master record
003840*     and, on a match with the ID entered, keeps its active
003850*     flag and authorized-type list.
003860******************************************************************
003870 1110-READ-OPERATOR-RECORD.
003880     READ OPERATOR-SECURITY-FILE
003890         AT END
003900             SET WS-OPERSEC-EOF TO TRUE
003910         NOT AT END
003920             IF OS-OPERATOR-ID = WS-OPERATOR-ID
003930                 SET WS-OPERATOR-FOUND TO TRUE
003940                 MOVE OS-ACTIVE-FLAG TO WS-OPER-ACTIVE-FLAG
003950                 MOVE OS-AUTH-TYPE-LIST
003960                     TO WS-OPER-AUTH-TYPE-LIST
003970             END-IF
003980     END-READ.
003990 1110-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 1200-LOAD-WORD-RULES - loads the prohibited and required
004040*     phrases from the wording-rule file into WS-WORD-RULE-TABLE.
004050*     Without the file there is nothing to screen against - the
004060*     run goes on with a console warning.
004070******************************************************************
004080 1200-LOAD-WORD-RULES.
004090     OPEN INPUT WORDING-RULE-FILE.
004100     IF NOT WS-WORDRULE-OK
004110         DISPLAY 'MSGAPPRV: NO WORDING-RULE FILE, STATUS = '
004120             WS-WORDRULE-STATUS ' - WORDING NOT SCREENED'
004130         GO TO 1200-EXIT
004140     END-IF.
004150     PERFORM 1210-LOAD-ONE-WORD-RULE
004160         THRU 1210-EXIT
004170         UNTIL WS-WORDRULE-EOF.
004180     CLOSE WORDING-RULE-FILE.
004190 1200-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 1210-LOAD-ONE-WORD-RULE - reads one wording rule and adds it to
004240*     the table, or replaces the entry already held for the same
004250*     rule type, message type, language and phrase - so a rule
004260*     keyed again inactive is retired.  The phrase is held in
004270*     capitals with its length, so the screen ignores case.
004280*     Rules past the table limit are reported and ignored.
004290******************************************************************
004300 1210-LOAD-ONE-WORD-RULE.
004310     READ WORDING-RULE-FILE
004320         AT END
004330             SET WS-WORDRULE-EOF TO TRUE
004340             GO TO 1210-EXIT
004350     END-READ.
004360     IF WR-PHRASE = SPACES
004370         OR (NOT WR-PROHIBITED AND NOT WR-REQUIRED)
004380         GO TO 1210-EXIT
004390     END-IF.
004400     MOVE WR-PHRASE TO WS-WORD-PHRASE.
004410     INSPECT WS-WORD-PHRASE
004420         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004430     MOVE 60 TO WS-WORD-PHRASE-LENGTH.
004440     PERFORM 1230-BACK-OVER-PHRASE-BLANK
004450         THRU 1230-EXIT
004460         UNTIL WS-WORD-PHRASE (WS-WORD-PHRASE-LENGTH:1)
004470             NOT = SPACE.
004480     MOVE 'N' TO WS-RULE-FOUND-SW.
004490     PERFORM 1220-CHECK-ONE-LOADED-RULE
004500         THRU 1220-EXIT
004510         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
004520         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
004530         OR WS-RULE-FOUND.
004540     IF NOT WS-RULE-FOUND
004550         IF WS-WORD-RULE-COUNT NOT < 100
004560             DISPLAY 'MSGAPPRV: WORDING RULE TABLE FULL - '
004570                 WR-PHRASE ' IGNORED'
004580             GO TO 1210-EXIT
004590         END-IF
004600         ADD 1 TO WS-WORD-RULE-COUNT
004610         MOVE WS-WORD-RULE-COUNT TO WS-WORD-FOUND-SUB
004620         MOVE WR-RULE-TYPE
004630             TO WS-WRT-RULE-TYPE (WS-WORD-FOUND-SUB)
004640         MOVE WR-MESSAGE-TYPE
004650             TO WS-WRT-MESSAGE-TYPE (WS-WORD-FOUND-SUB)
004660         MOVE WR-LANGUAGE-CODE
004670             TO WS-WRT-LANGUAGE (WS-WORD-FOUND-SUB)
004680         MOVE WS-WORD-PHRASE
004690             TO WS-WRT-PHRASE (WS-WORD-FOUND-SUB)
004700         MOVE WS-WORD-PHRASE-LENGTH
004710             TO WS-WRT-PHRASE-LENGTH (WS-WORD-FOUND-SUB)
004720     END-IF.
004730     MOVE WR-ACTIVE-FLAG
004740         TO WS-WRT-ACTIVE-FLAG (WS-WORD-FOUND-SUB).
004750 1210-EXIT.
004760     EXIT.
004770
004780******************************************************************
004790* 1220-CHECK-ONE-LOADED-RULE - marks the rule just read found
004800*     when the current table entry is the same rule.
004810******************************************************************
004820 1220-CHECK-ONE-LOADED-RULE.
004830     IF WS-WRT-RULE-TYPE (WS-WORD-RULE-SUB) = WR-RULE-TYPE
004840         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
004850             = WR-MESSAGE-TYPE
004860         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) = WR-LANGUAGE-CODE
004870         AND WS-WRT-PHRASE (WS-WORD-RULE-SUB) = WS-WORD-PHRASE
004880         SET WS-RULE-FOUND TO TRUE
004890         MOVE WS-WORD-RULE-SUB TO WS-WORD-FOUND-SUB
004900     END-IF.
004910 1220-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 1230-BACK-OVER-PHRASE-BLANK - steps one position toward the
004960*     front of the phrase past a trailing blank.
004970******************************************************************
004980 1230-BACK-OVER-PHRASE-BLANK.
004990     SUBTRACT 1 FROM WS-WORD-PHRASE-LENGTH.
005000 1230-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040* 2000-REVIEW-ONE-CHANGE - enforces the two-person rule on the
005050*     current pending change - the reviewer must be a different
005060*     operator, authorized for the change's message type - then
005070*     shows the old and new text side by side and carries out
005080*     the decision - approve writes the master, reject drops
005090*     the change, skip carries it forward - before reading the
005100*     next pending change.
005110******************************************************************
005120 2000-REVIEW-ONE-CHANGE.
005130     IF PD-REQUEST-OPERATOR-ID = WS-OPERATOR-ID
005140         DISPLAY 'MSGAPPRV: CHANGE FOR TYPE ' PD-MESSAGE-TYPE
005150             ' WAS REQUESTED BY YOU - A DIFFERENT OPERATOR '
005160             'MUST REVIEW IT, CARRIED FORWARD'
005170         PERFORM 2500-CARRY-CHANGE-FORWARD
005180             THRU 2500-EXIT
005190         GO TO 2000-READ-NEXT
005200     END-IF.
005210     PERFORM 2100-CHECK-TYPE-AUTHORITY
005220         THRU 2100-EXIT.
005230     IF NOT WS-AUTHORIZED
005240         DISPLAY 'MSGAPPRV: ACCESS DENIED - NOT AUTHORIZED '
005250             'FOR TYPE ' PD-MESSAGE-TYPE ' - CHANGE CARRIED '
005260             'FORWARD'
005270         MOVE 'NOT AUTHORIZED FOR TYPE' TO WS-DENIAL-REASON
005280         MOVE PD-MESSAGE-TYPE TO WS-DENIAL-TYPE
005290         PERFORM 2950-LOG-DENIED-ATTEMPT
005300             THRU 2950-EXIT
005310         PERFORM 2500-CARRY-CHANGE-FORWARD
005320             THRU 2500-EXIT
005330         GO TO 2000-READ-NEXT
005340     END-IF.
005350     PERFORM 2200-DISPLAY-PENDING-CHANGE
005360         THRU 2200-EXIT.
005370     PERFORM 2300-PROMPT-FOR-DECISION
005380         THRU 2300-EXIT
005390         WITH TEST AFTER
005400         UNTIL WS-DECISION-VALID.
005410     IF WS-DECISION-APPROVE
005420         PERFORM 2400-APPLY-APPROVED-CHANGE
005430             THRU 2400-EXIT
005440     ELSE
005450         IF WS-DECISION-REJECT
005460             PERFORM 2600-REJECT-PENDING-CHANGE
005470                 THRU 2600-EXIT
005480         ELSE
005490             PERFORM 2500-CARRY-CHANGE-FORWARD
005500                 THRU 2500-EXIT
005510         END-IF
005520     END-IF.
005530 2000-READ-NEXT.
005540     PERFORM 2900-READ-PENDING-RECORD
005550         THRU 2900-EXIT.
005560 2000-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 2100-CHECK-TYPE-AUTHORITY - checks the pending change's
005610*     message type against the reviewer's authorized-type list
005620*     from the security master, exactly as MSGMAINT gates its
005630*     own updates.
005640******************************************************************
005650 2100-CHECK-TYPE-AUTHORITY.
005660     MOVE 'N' TO WS-AUTHORIZED-SW.
005670     PERFORM 2120-CHECK-ONE-AUTH-TYPE
005680         THRU 2120-EXIT
005690         VARYING WS-AUTH-SUB FROM 1 BY 1
005700         UNTIL WS-AUTH-SUB > 5
005710         OR WS-AUTHORIZED.
005720 2100-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760* 2120-CHECK-ONE-AUTH-TYPE - checks the change's message type
005770*     against one entry of the reviewer's authorized-type
005780*     list.
005790******************************************************************
005800 2120-CHECK-ONE-AUTH-TYPE.
005810     IF WS-OPER-AUTH-TYPE (WS-AUTH-SUB) = PD-MESSAGE-TYPE
005820         AND PD-MESSAGE-TYPE NOT = SPACES
005830         MOVE 'Y' TO WS-AUTHORIZED-SW
005840     END-IF.
005850 2120-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890* 2200-DISPLAY-PENDING-CHANGE - shows the pending change - its
005900*     action, key, type, requester, dates, and the old and new
005910*     text side by side as the maintenance log carries them -
005920*     so the reviewer sees exactly what approval would write.
005930******************************************************************
005940 2200-DISPLAY-PENDING-CHANGE.
005950     DISPLAY 'MSGAPPRV: PENDING ' PD-ACTION ' - TYPE '
005960         PD-MESSAGE-TYPE ' KEY ' PD-RECORD-KEY
005970         ' REQUESTED BY ' PD-REQUEST-OPERATOR-ID
005980         ' ON ' PD-REQUEST-DATE.
005990     DISPLAY 'MSGAPPRV: LANGUAGE ' PD-LANGUAGE-CODE
006000         ', EFFECTIVE ' PD-NEW-EFFECTIVE-DATE
006010         ', EXPIRY ' PD-NEW-EXPIRY-DATE.
006020     DISPLAY 'MSGAPPRV: OLD TEXT - ' PD-OLD-MESSAGE-TEXT.
006030     DISPLAY 'MSGAPPRV: NEW TEXT - ' PD-NEW-MESSAGE-TEXT.
006040 2200-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 2300-PROMPT-FOR-DECISION - obtains the reviewer's decision -
006090*     A approves and writes the master, R rejects the change,
006100*     S skips it to the carry-forward file.
006110******************************************************************
006120 2300-PROMPT-FOR-DECISION.
006130     DISPLAY 'MSGAPPRV: ENTER DECISION - A = APPROVE, '
006140         'R = REJECT, S = SKIP'.
006150     ACCEPT WS-DECISION-CODE.
006160     IF WS-DECISION-CODE = 'a'
006170         MOVE 'A' TO WS-DECISION-CODE
006180     END-IF.
006190     IF WS-DECISION-CODE = 'r'
006200         MOVE 'R' TO WS-DECISION-CODE
006210     END-IF.
006220     IF WS-DECISION-CODE = 's'
006230         MOVE 'S' TO WS-DECISION-CODE
006240     END-IF.
006250     IF NOT WS-DECISION-VALID
006260         DISPLAY 'MSGAPPRV: DECISION MUST BE A, R OR S'
006270     END-IF.
006280 2300-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 2400-APPLY-APPROVED-CHANGE - writes the approved change to
006330*     the message master - rewrite for an update, write with
006340*     the next assigned key for an add, delete for a delete -
006350*     and logs the approval, action V, with both operator IDs.
006360*     A master that will not take the change carries the
006370*     pending record forward instead of losing it.
006380*     New text that breaks a wording rule is not applied
006390*     either - the change is carried forward for the reviewer
006400*     to reject.
006410******************************************************************
006420 2400-APPLY-APPROVED-CHANGE.
006430     MOVE 'N' TO WS-APPLY-FAILED-SW.
006440     IF NOT PD-DELETE-ACTION
006450         MOVE PD-NEW-MESSAGE-TEXT TO WS-WORD-CHECK-TEXT
006460         MOVE PD-MESSAGE-TYPE     TO WS-WORD-CHECK-TYPE
006470         MOVE PD-LANGUAGE-CODE    TO WS-WORD-CHECK-LANGUAGE
006480         PERFORM 2700-CHECK-WORDING
006490             THRU 2700-EXIT
006500         IF WS-WORDING-FAILED
006510             DISPLAY 'MSGAPPRV: CHANGE CANNOT BE APPLIED - '
006520                 WS-WORD-VIOLATION
006530             DISPLAY 'MSGAPPRV: CHANGE CARRIED FORWARD - REJECT '
006540                 'IT (R) TO DROP IT'
006550             PERFORM 2750-LOG-WORDING-BLOCK
006560                 THRU 2750-EXIT
006570             PERFORM 2500-CARRY-CHANGE-FORWARD
006580                 THRU 2500-EXIT
006590             GO TO 2400-EXIT
006600         END-IF
006610     END-IF.
006620     IF PD-ADD-ACTION
006630         PERFORM 2420-APPLY-ADD
006640             THRU 2420-EXIT
006650     ELSE
006660         IF PD-DELETE-ACTION
006670             PERFORM 2440-APPLY-DELETE
006680                 THRU 2440-EXIT
006690         ELSE
006700             PERFORM 2410-APPLY-UPDATE
006710                 THRU 2410-EXIT
006720         END-IF
006730     END-IF.
006740     IF WS-APPLY-FAILED
006750         PERFORM 2500-CARRY-CHANGE-FORWARD
006760             THRU 2500-EXIT
006770         GO TO 2400-EXIT
006780     END-IF.
006790     ADD 1 TO WS-APPROVED-COUNT.
006800     MOVE 'V' TO WS-OUTCOME-ACTION.
006810     PERFORM 2800-WRITE-OUTCOME-LOG
006820         THRU 2800-EXIT.
006830     DISPLAY 'MSGAPPRV: CHANGE APPROVED AND APPLIED - TYPE '
006840         PD-MESSAGE-TYPE.
006850 2400-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890* 2410-APPLY-UPDATE - rewrites the master record named by the
006900*     pending change from its approved image, saving the
006910*     record as it stood to the message-version file once the
006920*     rewrite has taken.
006930******************************************************************
006940 2410-APPLY-UPDATE.
006950     MOVE 'N' TO WS-MASTER-FOUND-SW.
006960     MOVE PD-RECORD-KEY TO MM-RECORD-KEY.
006970     READ MESSAGE-MASTER-FILE
006980         KEY IS MM-RECORD-KEY
006990         INVALID KEY
007000             CONTINUE
007010         NOT INVALID KEY
007020             SET WS-MASTER-FOUND TO TRUE
007030     END-READ.
007040     IF NOT WS-MASTER-FOUND
007050         DISPLAY 'MSGAPPRV: MASTER RECORD ' PD-RECORD-KEY
007060             ' NO LONGER EXISTS - CHANGE CARRIED FORWARD'
007070         SET WS-APPLY-FAILED TO TRUE
007080         GO TO 2410-EXIT
007090     END-IF.
007100     MOVE SPACES                TO MV-VERSION-RECORD.
007110     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
007120     MOVE PD-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
007130     MOVE PD-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
007140     MOVE PD-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
007150     MOVE PD-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
007160     REWRITE MM-MESSAGE-RECORD
007170         INVALID KEY
007180             DISPLAY 'MSGAPPRV: REWRITE FAILED, STATUS = '
007190                 WS-MSGMAST-STATUS
007200             MOVE 16 TO RETURN-CODE
007210             SET WS-APPLY-FAILED TO TRUE
007220             GO TO 2410-EXIT
007230     END-REWRITE.
007240     SET MV-UPDATED TO TRUE.
007250     PERFORM 2850-WRITE-VERSION-RECORD
007260         THRU 2850-EXIT.
007270 2410-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310* 2420-APPLY-ADD - writes the approved brand-new message
007320*     record.  A keyed add - MSGLOAD collision-checked the
007330*     key before holding it - lands on the key the reviewer
007340*     saw; only a zero key is assigned here, one past the
007350*     highest on file, as MSGMAINT's 2500-APPLY-ADD does.
007360******************************************************************
007370 2420-APPLY-ADD.
007380     IF PD-RECORD-KEY > ZERO
007390         MOVE PD-RECORD-KEY TO WS-NEXT-RECORD-KEY
007400     ELSE
007410         PERFORM 2460-ASSIGN-NEXT-KEY
007420             THRU 2460-EXIT
007430     END-IF.
007440     MOVE SPACES                TO MM-MESSAGE-RECORD.
007450     MOVE WS-NEXT-RECORD-KEY    TO MM-RECORD-KEY.
007460     MOVE PD-MESSAGE-TYPE       TO MM-MESSAGE-TYPE.
007470     MOVE PD-LANGUAGE-CODE      TO MM-LANGUAGE-CODE.
007480     MOVE PD-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
007490     MOVE PD-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
007500     MOVE PD-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
007510     MOVE PD-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
007520     WRITE MM-MESSAGE-RECORD
007530         INVALID KEY
007540             DISPLAY 'MSGAPPRV: ADD FAILED, STATUS = '
007550                 WS-MSGMAST-STATUS
007560             MOVE 16 TO RETURN-CODE
007570             SET WS-APPLY-FAILED TO TRUE
007580     END-WRITE.
007590 2420-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 2440-APPLY-DELETE - deletes the master record named by the
007640*     approved pending change.  The record is read first so
007650*     its last image can go to the message-version file; one
007660*     already gone is carried forward, as 2410 does.
007670******************************************************************
007680 2440-APPLY-DELETE.
007690     MOVE 'N' TO WS-MASTER-FOUND-SW.
007700     MOVE PD-RECORD-KEY TO MM-RECORD-KEY.
007710     READ MESSAGE-MASTER-FILE
007720         KEY IS MM-RECORD-KEY
007730         INVALID KEY
007740             CONTINUE
007750         NOT INVALID KEY
007760             SET WS-MASTER-FOUND TO TRUE
007770     END-READ.
007780     IF NOT WS-MASTER-FOUND
007790         DISPLAY 'MSGAPPRV: MASTER RECORD ' PD-RECORD-KEY
007800             ' NO LONGER EXISTS - CHANGE CARRIED FORWARD'
007810         SET WS-APPLY-FAILED TO TRUE
007820         GO TO 2440-EXIT
007830     END-IF.
007840     MOVE SPACES                TO MV-VERSION-RECORD.
007850     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
007860     DELETE MESSAGE-MASTER-FILE RECORD
007870         INVALID KEY
007880             DISPLAY 'MSGAPPRV: DELETE FAILED, STATUS = '
007890                 WS-MSGMAST-STATUS
007900             MOVE 16 TO RETURN-CODE
007910             SET WS-APPLY-FAILED TO TRUE
007920             GO TO 2440-EXIT
007930     END-DELETE.
007940     SET MV-DELETED TO TRUE.
007950     PERFORM 2850-WRITE-VERSION-RECORD
007960         THRU 2850-EXIT.
007970 2440-EXIT.
007980     EXIT.
007990
008000******************************************************************
008010* 2460-ASSIGN-NEXT-KEY - scans the keyed master in key order
008020*     and assigns the next record key as one past the highest
008030*     key on file, or key 1 for an empty master, as MSGMAINT's
008040*     2520-ASSIGN-NEXT-KEY does.
008050******************************************************************
008060 2460-ASSIGN-NEXT-KEY.
008070     MOVE ZERO TO WS-NEXT-RECORD-KEY.
008080     MOVE 'N'  TO WS-SCAN-EOF-SW.
008090     MOVE ZERO TO MM-RECORD-KEY.
008100     START MESSAGE-MASTER-FILE
008110         KEY IS NOT LESS THAN MM-RECORD-KEY
008120         INVALID KEY
008130             SET WS-SCAN-EOF TO TRUE
008140     END-START.
008150     PERFORM 2480-SCAN-FOR-HIGH-KEY
008160         THRU 2480-EXIT
008170         UNTIL WS-SCAN-EOF.
008180     ADD 1 TO WS-NEXT-RECORD-KEY.
008190 2460-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 2480-SCAN-FOR-HIGH-KEY - reads the next record in key order,
008240*     remembering the highest key seen.
008250******************************************************************
008260 2480-SCAN-FOR-HIGH-KEY.
008270     READ MESSAGE-MASTER-FILE NEXT
008280         AT END
008290             SET WS-SCAN-EOF TO TRUE
008300         NOT AT END
008310             MOVE MM-RECORD-KEY TO WS-NEXT-RECORD-KEY
008320     END-READ.
008330 2480-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370* 2500-CARRY-CHANGE-FORWARD - writes the pending change
008380*     unchanged to the carry-forward file for another session,
008390*     so an unreviewed change is never lost and the master
008400*     keeps its last approved wording.
008410******************************************************************
008420 2500-CARRY-CHANGE-FORWARD.
008430     IF WS-PENDOUT-OPEN
008440         MOVE PD-PENDING-RECORD TO PO-PENDING-OUT-RECORD
008450         WRITE PO-PENDING-OUT-RECORD
008460         ADD 1 TO WS-CARRIED-COUNT
008470     END-IF.
008480 2500-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 2600-REJECT-PENDING-CHANGE - drops the pending change with a
008530*     log row, action J, carrying both operator IDs, so the
008540*     master stays on its last approved wording and the
008550*     rejection stays traceable.
008560******************************************************************
008570 2600-REJECT-PENDING-CHANGE.
008580     ADD 1 TO WS-REJECTED-COUNT.
008590     MOVE 'J' TO WS-OUTCOME-ACTION.
008600     PERFORM 2800-WRITE-OUTCOME-LOG
008610         THRU 2800-EXIT.
008620     DISPLAY 'MSGAPPRV: CHANGE REJECTED - MASTER UNCHANGED, '
008630         'TYPE ' PD-MESSAGE-TYPE.
008640 2600-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680* 2800-WRITE-OUTCOME-LOG - appends one maintenance log row for
008690*     the review outcome - action V for an approval, J for a
008700*     rejection - with the requesting operator in
008710*     ML-OPERATOR-ID and the reviewer in the second-operator
008720*     field, so both IDs of the two-person rule are on record.
008730******************************************************************
008740 2800-WRITE-OUTCOME-LOG.
008750     IF WS-MAINTLOG-OPEN
008760         MOVE WS-RUN-DATE            TO ML-CHANGE-DATE
008770         MOVE WS-RUN-TIME            TO ML-CHANGE-TIME
008780         MOVE PD-REQUEST-OPERATOR-ID TO ML-OPERATOR-ID
008790         MOVE WS-OPERATOR-ID         TO ML-SECOND-OPERATOR-ID
008794         MOVE PD-MESSAGE-TYPE        TO ML-MESSAGE-TYPE
008800         MOVE PD-OLD-MESSAGE-TEXT    TO ML-OLD-MESSAGE-TEXT
008810         MOVE PD-NEW-MESSAGE-TEXT    TO ML-NEW-MESSAGE-TEXT
008820         MOVE WS-OUTCOME-ACTION      TO ML-ACTION
008830         WRITE ML-MAINT-LOG-RECORD
008840     END-IF.
008850 2800-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890* 2700-CHECK-WORDING - screens WS-WORD-CHECK-TEXT against the
008900*     wording rules in force for WS-WORD-CHECK-TYPE and
008910*     WS-WORD-CHECK-LANGUAGE (blank = EN) - a rule with a blank
008920*     type or language applies to every type or language.  The
008930*     text fails on the first prohibited phrase it carries or
008940*     the first required phrase it lacks, the rule broken left
008950*     in WS-WORD-VIOLATION.  Case is ignored.
008960******************************************************************
008970 2700-CHECK-WORDING.
008980     MOVE 'N' TO WS-WORDING-FAILED-SW.
008990     MOVE SPACES TO WS-WORD-VIOLATION-REASON.
009000     MOVE SPACES TO WS-WORD-VIOLATION-PHRASE.
009010     IF WS-WORD-CHECK-LANGUAGE = SPACES
009020         MOVE 'EN' TO WS-WORD-CHECK-LANGUAGE
009030     END-IF.
009040     INSPECT WS-WORD-CHECK-TEXT
009050         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
009060     PERFORM 2710-CHECK-ONE-WORD-RULE
009070         THRU 2710-EXIT
009080         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
009090         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
009100         OR WS-WORDING-FAILED.
009110 2700-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150* 2710-CHECK-ONE-WORD-RULE - applies one table rule, if it is in
009160*     force and covers the type and language, by looking for its
009170*     phrase at every position of the text.
009180******************************************************************
009190 2710-CHECK-ONE-WORD-RULE.
009200     IF NOT WS-WRT-ACTIVE (WS-WORD-RULE-SUB)
009210         GO TO 2710-EXIT
009220     END-IF.
009230     IF WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB) NOT = SPACES
009240         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
009250             NOT = WS-WORD-CHECK-TYPE
009260         GO TO 2710-EXIT
009270     END-IF.
009280     IF WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) NOT = SPACES
009290         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB)
009300             NOT = WS-WORD-CHECK-LANGUAGE
009310         GO TO 2710-EXIT
009320     END-IF.
009330     MOVE WS-WRT-PHRASE (WS-WORD-RULE-SUB) TO WS-WORD-PHRASE.
009340     MOVE WS-WRT-PHRASE-LENGTH (WS-WORD-RULE-SUB)
009350         TO WS-WORD-PHRASE-LENGTH.
009360     COMPUTE WS-WORD-SCAN-LAST = 241 - WS-WORD-PHRASE-LENGTH.
009370     MOVE 'N' TO WS-PHRASE-FOUND-SW.
009380     PERFORM 2720-MATCH-PHRASE-AT
009390         THRU 2720-EXIT
009400         VARYING WS-WORD-SCAN-POS FROM 1 BY 1
009410         UNTIL WS-WORD-SCAN-POS > WS-WORD-SCAN-LAST
009420         OR WS-PHRASE-FOUND.
009430     IF WS-WRT-PROHIBITED (WS-WORD-RULE-SUB)
009440         AND WS-PHRASE-FOUND
009450         SET WS-WORDING-FAILED TO TRUE
009460         MOVE 'PROHIBITED PHRASE' TO WS-WORD-VIOLATION-REASON
009470         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
009480     END-IF.
009490     IF WS-WRT-REQUIRED (WS-WORD-RULE-SUB)
009500         AND NOT WS-PHRASE-FOUND
009510         SET WS-WORDING-FAILED TO TRUE
009520         MOVE 'REQUIRED PHRASE MISSING'
009530             TO WS-WORD-VIOLATION-REASON
009540         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
009550     END-IF.
009560 2710-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 2720-MATCH-PHRASE-AT - marks the phrase found when the text at
009610*     the current scan position starts with it.
009620******************************************************************
009630 2720-MATCH-PHRASE-AT.
009640     IF WS-WORD-CHECK-TEXT
009650             (WS-WORD-SCAN-POS:WS-WORD-PHRASE-LENGTH)
009660         = WS-WORD-PHRASE (1:WS-WORD-PHRASE-LENGTH)
009670         SET WS-PHRASE-FOUND TO TRUE
009680     END-IF.
009690 2720-EXIT.
009700     EXIT.
009710
009720******************************************************************
009730* 2750-LOG-WORDING-BLOCK - appends one maintenance log row,
009740*     action B, for new text refused by the wording screen -
009750*     the requesting operator, the reviewer, the refused
009760*     text and the rule broken, as the outcome rows carry
009770*     them.
009780******************************************************************
009790 2750-LOG-WORDING-BLOCK.
009800     IF WS-MAINTLOG-OPEN
009810         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
009820         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
009830         MOVE PD-REQUEST-OPERATOR-ID TO ML-OPERATOR-ID
009840         MOVE WS-OPERATOR-ID     TO ML-SECOND-OPERATOR-ID
009844         MOVE WS-WORD-CHECK-TYPE TO ML-MESSAGE-TYPE
009850         MOVE PD-NEW-MESSAGE-TEXT
009860                                 TO ML-OLD-MESSAGE-TEXT
009870         MOVE WS-WORD-VIOLATION-REASON
009880                                 TO WS-WL-REASON
009890         MOVE WS-WORD-CHECK-TYPE TO WS-WL-TYPE
009900         MOVE WS-WORD-CHECK-LANGUAGE
009910                                 TO WS-WL-LANGUAGE
009920         MOVE WS-WORD-VIOLATION-PHRASE
009930                                 TO WS-WL-PHRASE
009940         MOVE WS-WORD-LOG-TEXT   TO ML-NEW-MESSAGE-TEXT
009950         SET ML-WORDING-BLOCK-ACTION
009960                                 TO TRUE
009970         WRITE ML-MAINT-LOG-RECORD
009980     END-IF.
009990 2750-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030* 2850-WRITE-VERSION-RECORD - appends the superseded master
010040*     record image, already moved to MV-MASTER-IMAGE with its
010050*     MV-ACTION set, to the message-version file, stamped with
010060*     the requesting operator and the reviewer who approved
010070*     the change, as the outcome log row carries them.
010080******************************************************************
010090 2850-WRITE-VERSION-RECORD.
010100     IF WS-MSGVERS-OPEN
010110         MOVE WS-RUN-DATE            TO MV-SUPERSEDED-DATE
010120         MOVE WS-RUN-TIME            TO MV-SUPERSEDED-TIME
010130         MOVE PD-REQUEST-OPERATOR-ID TO MV-OPERATOR-ID
010140         MOVE WS-OPERATOR-ID         TO MV-SECOND-OPERATOR-ID
010150         MOVE 'MSGAPPRV'             TO MV-PROGRAM-ID
010160         WRITE MV-VERSION-RECORD
010170     END-IF.
010180 2850-EXIT.
010190     EXIT.
010200
010210******************************************************************
010220* 2900-READ-PENDING-RECORD - reads the next pending change or
010230*     signals end of file.
010240******************************************************************
010250 2900-READ-PENDING-RECORD.
010260     READ PENDING-CHANGE-FILE
010270         AT END
010280             SET WS-EOF TO TRUE
010290         NOT AT END
010300             ADD 1 TO WS-PENDING-READ-COUNT
010310     END-READ.
010320 2900-EXIT.
010330     EXIT.
010340
010350******************************************************************
010360* 2950-LOG-DENIED-ATTEMPT - appends one maintenance log row,
010370*     action N, recording the date, time, the operator ID as
010380*     entered, the denial reason and the message type asked
010390*     for, exactly as MSGMAINT logs its own turned-away
010400*     attempts.
010410******************************************************************
010420 2950-LOG-DENIED-ATTEMPT.
010430     IF WS-MAINTLOG-OPEN
010440         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
010450         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
010460         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
010470         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
010474         MOVE WS-DENIAL-TYPE     TO ML-MESSAGE-TYPE
010480         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
010490         MOVE WS-DENIAL-REASON   TO WS-DENIAL-DETAIL
010500         MOVE WS-DENIAL-TEXT     TO ML-NEW-MESSAGE-TEXT
010510         SET ML-DENIED-ACTION    TO TRUE
010520         WRITE ML-MAINT-LOG-RECORD
010530     END-IF.
010540 2950-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580* 8000-REPORT-TOTALS - reports how the session's pending
010590*     changes were dispositioned.
010600******************************************************************
010610 8000-REPORT-TOTALS.
010620     DISPLAY 'MSGAPPRV: PENDING READ      - '
010630         WS-PENDING-READ-COUNT.
010640     DISPLAY 'MSGAPPRV: APPROVED          - '
010650         WS-APPROVED-COUNT.
010660     DISPLAY 'MSGAPPRV: REJECTED          - '
010670         WS-REJECTED-COUNT.
010680     DISPLAY 'MSGAPPRV: CARRIED FORWARD   - '
010690         WS-CARRIED-COUNT.
010700 8000-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740* 9000-TERMINATE - closes open files before STOP RUN.
010750******************************************************************
010760 9000-TERMINATE.
010770     IF WS-PENDCHG-OPEN
010780         CLOSE PENDING-CHANGE-FILE
010790     END-IF.
010800     IF WS-PENDOUT-OPEN
010810         CLOSE PENDING-OUT-FILE
010820     END-IF.
010830     IF WS-MSGMAST-OPEN
010840         CLOSE MESSAGE-MASTER-FILE
010850     END-IF.
010860     IF WS-MAINTLOG-OPEN
010870         CLOSE MAINT-LOG-FILE
010880     END-IF.
010890     IF WS-MSGVERS-OPEN
010900         CLOSE MESSAGE-VERSION-FILE
010910     END-IF.
010920 9000-EXIT.
010930     EXIT.
010940
010950 END PROGRAM MSGAPPRV.
