000800*                    type's duplicate records for the variant
000810*                    asked for, and an add stamps the new
000820*                    record's MM-LANGUAGE-CODE.
000821*   2026-10-15  RSW  Every update or delete now saves the
000822*                    record's before-image to the message-
000823*                    version file, stamped with the date, time
000824*                    and operator that superseded it, so
000825*                    MSGASOF can say what a key said on any
000826*                    past date.
000830*   2026-10-15  RSW  New text for an add or update is screened
000840*                    against the wording-rule file before the
000850*                    dates are asked for - a prohibited phrase,
000860*                    or a required one missing for the type and
000870*                    language, refuses the change with RC 8 and
000880*                    logs it to MAINT-LOG as action B.
000882*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000884*                    type it concerns in ML-MESSAGE-TYPE - the
000886*                    session's selected type.
000890******************************************************************

000900 IDENTIFICATION DIVISION.
000910 PROGRAM-ID. MSGMAINT.
000920 AUTHOR. R. S. WINTERS.
000930 INSTALLATION. DATA CENTER SERVICES.
000940 DATE-WRITTEN. 2025-11-17.
000950 DATE-COMPILED.

000960 ENVIRONMENT DIVISION.
000970 CONFIGURATION SECTION.
000980 SOURCE-COMPUTER. IBM-370.
000990 OBJECT-COMPUTER. IBM-370.

001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS MM-RECORD-KEY
001060         ALTERNATE RECORD KEY IS MM-MESSAGE-TYPE
001070             WITH DUPLICATES
001080         FILE STATUS IS WS-MSGMAST-STATUS.

001090     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-MAINTLOG-STATUS.

001120     SELECT OPERATOR-SECURITY-FILE ASSIGN TO OPERSEC
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-OPERSEC-STATUS.

001150     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS WS-PENDCHG-STATUS.

001180     SELECT MESSAGE-VERSION-FILE ASSIGN TO MSGVERS
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-MSGVERS-STATUS.

001210     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-WORDRULE-STATUS.

001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  MESSAGE-MASTER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY MSGMAST.

001290 FD  OPERATOR-SECURITY-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320     COPY OPERSEC.

001330 FD  MAINT-LOG-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360     COPY MAINTLOG.

001370 FD  PENDING-CHANGE-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400     COPY PENDCHG.

001410 FD  MESSAGE-VERSION-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440     COPY MSGVERS.

001450 FD  WORDING-RULE-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480     COPY WORDRULE.

001490 WORKING-STORAGE SECTION.
001500 01  WS-FILE-STATUSES.
001510     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001520         88  WS-MSGMAST-OK                VALUE '00'.
001530     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001540         88  WS-MAINTLOG-OK               VALUE '00'.
001550     05  WS-OPERSEC-STATUS           PIC X(02) VALUE '00'.
001560         88  WS-OPERSEC-OK                VALUE '00'.
001570     05  WS-PENDCHG-STATUS           PIC X(02) VALUE '00'.
001580         88  WS-PENDCHG-OK                VALUE '00'.
001590     05  WS-MSGVERS-STATUS           PIC X(02) VALUE '00'.
001600         88  WS-MSGVERS-OK                VALUE '00'.
001610     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
001620         88  WS-WORDRULE-OK               VALUE '00'.

001630 01  WS-SWITCHES.
001640     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001650         88  WS-MSGMAST-OPEN               VALUE 'Y'.
001660     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001670         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001680     05  WS-PENDCHG-OPEN-SW          PIC X(01) VALUE 'N'.
001690         88  WS-PENDCHG-OPEN               VALUE 'Y'.
001700     05  WS-MSGVERS-OPEN-SW          PIC X(01) VALUE 'N'.
001710         88  WS-MSGVERS-OPEN               VALUE 'Y'.
001720     05  WS-CONFIRM-SW               PIC X(01) VALUE 'N'.
001730         88  WS-CONFIRMED                  VALUE 'Y'.
001740     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001750         88  WS-EOF                        VALUE 'Y'.
001760     05  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001770         88  WS-SCAN-EOF                   VALUE 'Y'.
001780     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001790         88  WS-RECORD-FOUND               VALUE 'Y'.
001800     05  WS-DATES-VALID-SW           PIC X(01) VALUE 'Y'.
001810         88  WS-DATES-VALID                VALUE 'Y'.
001820         88  WS-DATES-INVALID              VALUE 'N'.
001830     05  WS-OPERSEC-EOF-SW           PIC X(01) VALUE 'N'.
001840         88  WS-OPERSEC-EOF                VALUE 'Y'.
001850     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
001860         88  WS-OPERATOR-FOUND             VALUE 'Y'.
001870     05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
001880         88  WS-AUTHORIZED                 VALUE 'Y'.
001890     05  WS-WORDRULE-EOF-SW          PIC X(01) VALUE 'N'.
001900         88  WS-WORDRULE-EOF               VALUE 'Y'.
001910     05  WS-RULE-FOUND-SW            PIC X(01) VALUE 'N'.
001920         88  WS-RULE-FOUND                 VALUE 'Y'.
001930     05  WS-PHRASE-FOUND-SW          PIC X(01) VALUE 'N'.
001940         88  WS-PHRASE-FOUND               VALUE 'Y'.
001950     05  WS-WORDING-FAILED-SW        PIC X(01) VALUE 'N'.
001960         88  WS-WORDING-FAILED             VALUE 'Y'.

001970 01  WS-RUN-STAMP.
001980     05  WS-RUN-DATE                 PIC 9(08).
001990     05  WS-RUN-TIME                 PIC 9(08).

002000 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
002010 01  WS-SELECTED-TYPE                PIC X(10) VALUE SPACES.
002020 01  WS-SELECTED-LANGUAGE            PIC X(02) VALUE SPACES.
002030 01  WS-RECORD-LANGUAGE              PIC X(02) VALUE SPACES.
002040 01  WS-NEW-MESSAGE-TEXT             PIC X(240) VALUE SPACES.
002050 01  WS-OLD-MESSAGE-TEXT             PIC X(240) VALUE SPACES.
002060 01  WS-NEW-MESSAGE-LENGTH           PIC 9(03) VALUE ZERO.
002070 01  WS-LENGTH-SUBSCRIPT             PIC 9(03) COMP VALUE ZERO.
002080 01  WS-TEXT-SEGMENT                 PIC X(60) VALUE SPACES.
002090 01  WS-SEGMENT-NUMBER               PIC 9(01) COMP VALUE ZERO.
002100 01  WS-SEGMENT-POSITION             PIC 9(03) COMP VALUE ZERO.
002110 01  WS-TEXT-DONE-SW                 PIC X(01) VALUE 'N'.
002120     88  WS-TEXT-DONE                     VALUE 'Y'.
002130 01  WS-CONFIRM-REPLY                PIC X(01) VALUE 'N'.
002140 01  WS-DATE-REPLY                   PIC X(08) VALUE SPACES.
002150 01  WS-DATE-REPLY-NUM REDEFINES WS-DATE-REPLY
002160                                     PIC 9(08).
002170 01  WS-DATE-REPLY-SPLIT REDEFINES WS-DATE-REPLY.
002180     05  WS-REPLY-YEAR               PIC 9(04).
002190     05  WS-REPLY-MONTH              PIC 9(02).
002200     05  WS-REPLY-DAY                PIC 9(02).
002210 01  WS-NEW-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
002220 01  WS-NEW-EXPIRY-DATE              PIC 9(08) VALUE ZERO.
002230 01  WS-OPER-ACTIVE-FLAG             PIC X(01) VALUE 'N'.
002240     88  WS-OPER-ACTIVE                   VALUE 'Y'.
002250 01  WS-OPER-AUTH-TYPE-LIST.
002260     05  WS-OPER-AUTH-TYPE OCCURS 5 TIMES
002270                                     PIC X(10).
002280 01  WS-AUTH-SUB                     PIC 9(01) COMP VALUE ZERO.
002290 01  WS-DENIAL-REASON                PIC X(30) VALUE SPACES.
002300 01  WS-DENIAL-TEXT.
002310     05  FILLER                      PIC X(09)
002320         VALUE 'DENIED - '.
002330     05  WS-DENIAL-DETAIL            PIC X(30).
002340     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002350     05  WS-DENIAL-TYPE              PIC X(10).
002360 01  WS-ACTION-CODE                  PIC X(01) VALUE SPACE.
002370     88  WS-ACTION-UPDATE                 VALUE 'U'.
002380     88  WS-ACTION-ADD                    VALUE 'A'.
002390     88  WS-ACTION-DELETE                 VALUE 'D'.
002400     88  WS-ACTION-VALID                  VALUES 'U' 'A' 'D'.
002410 01  WS-NEXT-RECORD-KEY              PIC 9(06) VALUE ZERO.
002420 01  WS-SENSITIVE-TYPE-CHECK         PIC X(10) VALUE SPACES.
002430     88  WS-SENSITIVE-TYPE                VALUE 'CLOSE'.
002440******************************************************************
002450* Wording rules - the table 1300 loads from WORDRULE, and the
002460*     text, type and language 2700 screens against it, with the
002470*     rule broken left in WS-WORD-VIOLATION.
002480******************************************************************
002490 01  WS-WORD-CHECK-TEXT              PIC X(240) VALUE SPACES.
002500 01  WS-WORD-CHECK-TYPE              PIC X(10) VALUE SPACES.
002510 01  WS-WORD-CHECK-LANGUAGE          PIC X(02) VALUE SPACES.
002520 01  WS-WORD-VIOLATION.
002530     05  WS-WORD-VIOLATION-REASON    PIC X(24) VALUE SPACES.
002540     05  FILLER                      PIC X(03) VALUE ' - '.
002550     05  WS-WORD-VIOLATION-PHRASE    PIC X(60) VALUE SPACES.
002560 01  WS-WORD-LOG-TEXT.
002570     05  FILLER                      PIC X(10) VALUE 'WORDING - '.
002580     05  WS-WL-REASON                PIC X(24).
002590     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002600     05  WS-WL-TYPE                  PIC X(10).
002610     05  FILLER                      PIC X(06) VALUE ' LANG '.
002620     05  WS-WL-LANGUAGE              PIC X(02).
002630     05  FILLER                      PIC X(03) VALUE ' - '.
002640     05  WS-WL-PHRASE                PIC X(60).
002650 01  WS-WORD-PHRASE                  PIC X(60) VALUE SPACES.
002660 01  WS-WORD-PHRASE-LENGTH           PIC 9(02) COMP VALUE ZERO.
002670 01  WS-WORD-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
002680 01  WS-WORD-SCAN-LAST               PIC 9(03) COMP VALUE ZERO.
002690 01  WS-WORD-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
002700 01  WS-WORD-RULE-SUB                PIC 9(03) COMP VALUE ZERO.
002710 01  WS-WORD-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
002720 01  WS-WORD-RULE-TABLE.
002730     05  WS-WORD-RULE-ENTRY OCCURS 100 TIMES.
002740         10  WS-WRT-RULE-TYPE        PIC X(01).
002750             88  WS-WRT-PROHIBITED        VALUE 'P'.
002760             88  WS-WRT-REQUIRED          VALUE 'R'.
002770         10  WS-WRT-MESSAGE-TYPE     PIC X(10).
002780         10  WS-WRT-LANGUAGE         PIC X(02).
002790         10  WS-WRT-PHRASE           PIC X(60).
002800         10  WS-WRT-PHRASE-LENGTH    PIC 9(02) COMP.
002810         10  WS-WRT-ACTIVE-FLAG      PIC X(01).
002820             88  WS-WRT-ACTIVE            VALUE 'Y'.
002830 01  WS-LOWER-CASE                   PIC X(26)
002840         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002850 01  WS-UPPER-CASE                   PIC X(26)
002860         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

002870 PROCEDURE DIVISION.
002880******************************************************************
002890* 0000-MAINLINE - controls overall program flow.
002900******************************************************************
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE
002930         THRU 1000-EXIT.
002940     IF RETURN-CODE = 0
002950         PERFORM 2000-MAINTAIN-MESSAGE
002960             THRU 2000-EXIT
002970     END-IF.
002980     PERFORM 9000-TERMINATE
002990         THRU 9000-EXIT.
003000     STOP RUN.

003010******************************************************************
003020* 1000-INITIALIZE - opens the message master for update and the
003030*     maintenance log, and reads the current record.
003040******************************************************************
003050 1000-INITIALIZE.
003060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003070     ACCEPT WS-RUN-TIME FROM TIME.
003080     OPEN I-O MESSAGE-MASTER-FILE.
003090     IF NOT WS-MSGMAST-OK
003100         DISPLAY 'MSGMAINT: UNABLE TO OPEN MESSAGE-MASTER FILE, '
003110             'STATUS = ' WS-MSGMAST-STATUS
003120         MOVE 16 TO RETURN-CODE
003130         GO TO 1000-EXIT
003140     END-IF.
003150     SET WS-MSGMAST-OPEN TO TRUE.
003160     OPEN EXTEND MAINT-LOG-FILE.
003170     IF NOT WS-MAINTLOG-OK
003180         DISPLAY 'MSGMAINT: UNABLE TO OPEN MAINT-LOG FILE, '
003190             'STATUS = ' WS-MAINTLOG-STATUS
003200         MOVE 16 TO RETURN-CODE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     SET WS-MAINTLOG-OPEN TO TRUE.
003240     OPEN EXTEND PENDING-CHANGE-FILE.
003250     IF NOT WS-PENDCHG-OK
003260         DISPLAY 'MSGMAINT: UNABLE TO OPEN PENDING-CHANGE FILE, '
003270             'STATUS = ' WS-PENDCHG-STATUS
003280         MOVE 16 TO RETURN-CODE
003290         GO TO 1000-EXIT
003300     END-IF.
003310     SET WS-PENDCHG-OPEN TO TRUE.
003320     OPEN EXTEND MESSAGE-VERSION-FILE.
003330     IF NOT WS-MSGVERS-OK
003340         DISPLAY 'MSGMAINT: UNABLE TO OPEN MESSAGE-VERSION FILE, '
003350             'STATUS = ' WS-MSGVERS-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         GO TO 1000-EXIT
003380     END-IF.
003390     SET WS-MSGVERS-OPEN TO TRUE.
003400     PERFORM 1300-LOAD-WORD-RULES
003410         THRU 1300-EXIT.
003420     PERFORM 2100-PROMPT-FOR-OPERATOR
003430         THRU 2100-EXIT.
003440     PERFORM 1150-PROMPT-FOR-TYPE
003450         THRU 1150-EXIT.
003460     PERFORM 1160-PROMPT-FOR-LANGUAGE
003470         THRU 1160-EXIT.
003480     PERFORM 1175-PROMPT-FOR-ACTION
003490         THRU 1175-EXIT
003500         WITH TEST AFTER
003510         UNTIL WS-ACTION-VALID.
003520     PERFORM 1180-CHECK-OPERATOR-SECURITY
003530         THRU 1180-EXIT.
003540     IF RETURN-CODE NOT = 0
003550         GO TO 1000-EXIT
003560     END-IF.
003570     PERFORM 1200-FIND-MESSAGE-RECORD
003580         THRU 1200-EXIT.
003590     IF NOT WS-RECORD-FOUND
003600         AND NOT WS-ACTION-ADD
003610         DISPLAY 'MSGMAINT: NO MESSAGE-MASTER RECORD FOUND FOR '
003620             'TYPE - ' WS-SELECTED-TYPE ' LANGUAGE '
003630             WS-SELECTED-LANGUAGE
003640         MOVE 20 TO RETURN-CODE
003650     END-IF.
003660     IF WS-RECORD-FOUND
003670         AND WS-ACTION-ADD
003680         DISPLAY 'MSGMAINT: TYPE ' WS-SELECTED-TYPE ' LANGUAGE '
003690             WS-SELECTED-LANGUAGE ' ALREADY EXISTS - USE '
003700             'UPDATE INSTEAD OF ADD'
003710         MOVE 20 TO RETURN-CODE
003720     END-IF.
003730 1000-EXIT.
003740     EXIT.

003750******************************************************************
003760* 1150-PROMPT-FOR-TYPE - obtains the message type the operator
003770*     wants to maintain, now that the master can hold more than
003780*     one (WELCOME, ALERT, CLOSE).
003790******************************************************************
003800 1150-PROMPT-FOR-TYPE.
003810     DISPLAY 'MSGMAINT: ENTER MESSAGE TYPE TO MAINTAIN '
003820         '(10 CHARACTERS)'.
003830     ACCEPT WS-SELECTED-TYPE.
003840 1150-EXIT.
003850     EXIT.

003860******************************************************************
003870* 1160-PROMPT-FOR-LANGUAGE - obtains the language variant to
003880*     maintain, now that one type can carry text in several
003890*     languages for the regional displays.  Blank means the
003900*     base language, English.
003910******************************************************************
003920 1160-PROMPT-FOR-LANGUAGE.
003930     DISPLAY 'MSGMAINT: ENTER LANGUAGE CODE (EN/FR/ES, '
003940         'BLANK = EN)'.
003950     ACCEPT WS-SELECTED-LANGUAGE.
003960     IF WS-SELECTED-LANGUAGE = SPACES
003970         MOVE 'EN' TO WS-SELECTED-LANGUAGE
003980     END-IF.
003990 1160-EXIT.
004000     EXIT.

004010******************************************************************
004020* 1175-PROMPT-FOR-ACTION - obtains the maintenance function the
004030*     operator wants - update in place, add a brand-new message
004040*     record, or delete an obsolete one - now that the keyed
004050*     master supports all three.
004060******************************************************************
004070 1175-PROMPT-FOR-ACTION.
004080     DISPLAY 'MSGMAINT: ENTER FUNCTION - U = UPDATE, A = ADD, '
004090         'D = DELETE'.
004100     ACCEPT WS-ACTION-CODE.
004110     IF WS-ACTION-CODE = 'u'
004120         MOVE 'U' TO WS-ACTION-CODE
004130     END-IF.
004140     IF WS-ACTION-CODE = 'a'
004150         MOVE 'A' TO WS-ACTION-CODE
004160     END-IF.
004170     IF WS-ACTION-CODE = 'd'
004180         MOVE 'D' TO WS-ACTION-CODE
004190     END-IF.
004200     IF NOT WS-ACTION-VALID
004210         DISPLAY 'MSGMAINT: FUNCTION MUST BE U, A OR D'
004220     END-IF.
004230 1175-EXIT.
004240     EXIT.

004250******************************************************************
004260* 1180-CHECK-OPERATOR-SECURITY - validates the operator ID
004270*     against the OPERSEC security master before any update
004280*     path is reachable.  An unknown or inactive ID, an
004290*     operator not authorized for the selected message type,
004300*     or a security master that cannot be read at all turns
004310*     the session away - RC 12 - with the attempt logged.
004320******************************************************************
004330 1180-CHECK-OPERATOR-SECURITY.
004340     MOVE SPACES TO WS-DENIAL-REASON.
004350     OPEN INPUT OPERATOR-SECURITY-FILE.
004360     IF NOT WS-OPERSEC-OK
004370         DISPLAY 'MSGMAINT: UNABLE TO OPEN OPERATOR SECURITY '
004380             'FILE, STATUS = ' WS-OPERSEC-STATUS
004390         MOVE 'SECURITY FILE UNAVAILABLE' TO WS-DENIAL-REASON
004400         PERFORM 1198-LOG-DENIED-ATTEMPT
004410             THRU 1198-EXIT
004420         MOVE 12 TO RETURN-CODE
004430         GO TO 1180-EXIT
004440     END-IF.
004450     PERFORM 1190-READ-OPERATOR-RECORD
004460         THRU 1190-EXIT
004470         UNTIL WS-OPERATOR-FOUND
004480         OR WS-OPERSEC-EOF.
004490     CLOSE OPERATOR-SECURITY-FILE.
004500     IF NOT WS-OPERATOR-FOUND
004510         MOVE 'UNKNOWN OPERATOR ID' TO WS-DENIAL-REASON
004520         GO TO 1180-DENY
004530     END-IF.
004540     IF NOT WS-OPER-ACTIVE
004550         MOVE 'OPERATOR ID INACTIVE' TO WS-DENIAL-REASON
004560         GO TO 1180-DENY
004570     END-IF.
004580     MOVE 'N' TO WS-AUTHORIZED-SW.
004590     PERFORM 1195-CHECK-ONE-AUTH-TYPE
004600         THRU 1195-EXIT
004610         VARYING WS-AUTH-SUB FROM 1 BY 1
004620         UNTIL WS-AUTH-SUB > 5
004630         OR WS-AUTHORIZED.
004640     IF NOT WS-AUTHORIZED
004650         MOVE 'NOT AUTHORIZED FOR TYPE' TO WS-DENIAL-REASON
004660         GO TO 1180-DENY
004670     END-IF.
004680     GO TO 1180-EXIT.
004690 1180-DENY.
004700     DISPLAY 'MSGMAINT: ACCESS DENIED - ' WS-DENIAL-REASON
004710         ' - ' WS-OPERATOR-ID.
004720     PERFORM 1198-LOG-DENIED-ATTEMPT
004730         THRU 1198-EXIT.
004740     MOVE 12 TO RETURN-CODE.
004750 1180-EXIT.
004760     EXIT.

004770******************************************************************
004780* 1190-READ-OPERATOR-RECORD - reads one security master record
004790*     and, on a match with the ID entered, keeps its active
004800*     flag and authorized-type list.
004810******************************************************************
004820 1190-READ-OPERATOR-RECORD.
004830     READ OPERATOR-SECURITY-FILE
004840         AT END
004850             SET WS-OPERSEC-EOF TO TRUE
004860         NOT AT END
004870             IF OS-OPERATOR-ID = WS-OPERATOR-ID
004880                 SET WS-OPERATOR-FOUND TO TRUE
004890                 MOVE OS-ACTIVE-FLAG TO WS-OPER-ACTIVE-FLAG
004900                 MOVE OS-AUTH-TYPE-LIST
004910                     TO WS-OPER-AUTH-TYPE-LIST
004920             END-IF
004930     END-READ.
004940 1190-EXIT.
004950     EXIT.

004960******************************************************************
004970* 1195-CHECK-ONE-AUTH-TYPE - checks the selected message type
004980*     against one entry of the operator's authorized-type
004990*     list.
005000******************************************************************
005010 1195-CHECK-ONE-AUTH-TYPE.
005020     IF WS-OPER-AUTH-TYPE (WS-AUTH-SUB) = WS-SELECTED-TYPE
005030         AND WS-SELECTED-TYPE NOT = SPACES
005040         MOVE 'Y' TO WS-AUTHORIZED-SW
005050     END-IF.
005060 1195-EXIT.
005070     EXIT.

005080******************************************************************
005090* 1198-LOG-DENIED-ATTEMPT - appends one maintenance log row,
005100*     action N, recording the date, time, the operator ID as
005110*     entered, the denial reason and the message type asked
005120*     for, so internal audit can see every turned-away
005130*     attempt.
005140******************************************************************
005150 1198-LOG-DENIED-ATTEMPT.
005160     IF WS-MAINTLOG-OPEN
005170         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
005180         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
005190         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
005200         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
005204         MOVE WS-SELECTED-TYPE   TO ML-MESSAGE-TYPE
005210         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
005220         MOVE WS-DENIAL-REASON   TO WS-DENIAL-DETAIL
005230         MOVE WS-SELECTED-TYPE   TO WS-DENIAL-TYPE
005240         MOVE WS-DENIAL-TEXT     TO ML-NEW-MESSAGE-TEXT
005250         SET ML-DENIED-ACTION    TO TRUE
005260         WRITE ML-MAINT-LOG-RECORD
005270     END-IF.
005280 1198-EXIT.
005290     EXIT.

005300******************************************************************
005310* 1200-FIND-MESSAGE-RECORD - reads the message master record
005320*     for WS-SELECTED-TYPE directly by the message-type
005330*     alternate key, then walks the type's duplicates for the
005340*     language variant asked for.  A blank record language
005350*     counts as English, so records converted before the
005360*     language field existed are still found.
005370******************************************************************
005380 1200-FIND-MESSAGE-RECORD.
005390     MOVE WS-SELECTED-TYPE TO MM-MESSAGE-TYPE.
005400     READ MESSAGE-MASTER-FILE
005410         KEY IS MM-MESSAGE-TYPE
005420         INVALID KEY
005430             GO TO 1200-EXIT
005440     END-READ.
005450     PERFORM 1220-CHECK-LANGUAGE-MATCH
005460         THRU 1220-EXIT.
005470     PERFORM 1240-READ-NEXT-SAME-TYPE
005480         THRU 1240-EXIT
005490         UNTIL WS-RECORD-FOUND
005500         OR WS-EOF.
005510 1200-EXIT.
005520     EXIT.

005530******************************************************************
005540* 1220-CHECK-LANGUAGE-MATCH - marks the current record found
005550*     when its language variant - blank counting as English -
005560*     is the one asked for.
005570******************************************************************
005580 1220-CHECK-LANGUAGE-MATCH.
005590     MOVE MM-LANGUAGE-CODE TO WS-RECORD-LANGUAGE.
005600     IF WS-RECORD-LANGUAGE = SPACES
005610         MOVE 'EN' TO WS-RECORD-LANGUAGE
005620     END-IF.
005630     IF WS-RECORD-LANGUAGE = WS-SELECTED-LANGUAGE
005640         SET WS-RECORD-FOUND TO TRUE
005650     END-IF.
005660 1220-EXIT.
005670     EXIT.

005680******************************************************************
005690* 1240-READ-NEXT-SAME-TYPE - reads the next record in message-
005700*     type key order, stopping at end of file or the end of
005710*     the selected type's duplicates, and checks its language
005720*     against the variant asked for.
005730******************************************************************
005740 1240-READ-NEXT-SAME-TYPE.
005750     READ MESSAGE-MASTER-FILE NEXT
005760         AT END
005770             SET WS-EOF TO TRUE
005780             GO TO 1240-EXIT
005790     END-READ.
005800     IF MM-MESSAGE-TYPE NOT = WS-SELECTED-TYPE
005810         SET WS-EOF TO TRUE
005820         GO TO 1240-EXIT
005830     END-IF.
005840     PERFORM 1220-CHECK-LANGUAGE-MATCH
005850         THRU 1220-EXIT.
005860 1240-EXIT.
005870     EXIT.

005880******************************************************************
005890* 1300-LOAD-WORD-RULES - loads the prohibited and required
005900*     phrases from the wording-rule file into WS-WORD-RULE-TABLE.
005910*     Without the file there is nothing to screen against - the
005920*     run goes on with a console warning.
005930******************************************************************
005940 1300-LOAD-WORD-RULES.
005950     OPEN INPUT WORDING-RULE-FILE.
005960     IF NOT WS-WORDRULE-OK
005970         DISPLAY 'MSGMAINT: NO WORDING-RULE FILE, STATUS = '
005980             WS-WORDRULE-STATUS ' - WORDING NOT SCREENED'
005990         GO TO 1300-EXIT
006000     END-IF.
006010     PERFORM 1310-LOAD-ONE-WORD-RULE
006020         THRU 1310-EXIT
006030         UNTIL WS-WORDRULE-EOF.
006040     CLOSE WORDING-RULE-FILE.
006050 1300-EXIT.
006060     EXIT.

006070******************************************************************
006080* 1310-LOAD-ONE-WORD-RULE - reads one wording rule and adds it to
006090*     the table, or replaces the entry already held for the same
006100*     rule type, message type, language and phrase - so a rule
006110*     keyed again inactive is retired.  The phrase is held in
006120*     capitals with its length, so the screen ignores case.
006130*     Rules past the table limit are reported and ignored.
006140******************************************************************
006150 1310-LOAD-ONE-WORD-RULE.
006160     READ WORDING-RULE-FILE
006170         AT END
006180             SET WS-WORDRULE-EOF TO TRUE
006190             GO TO 1310-EXIT
006200     END-READ.
006210     IF WR-PHRASE = SPACES
006220         OR (NOT WR-PROHIBITED AND NOT WR-REQUIRED)
006230         GO TO 1310-EXIT
006240     END-IF.
006250     MOVE WR-PHRASE TO WS-WORD-PHRASE.
006260     INSPECT WS-WORD-PHRASE
006270         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
006280     MOVE 60 TO WS-WORD-PHRASE-LENGTH.
006290     PERFORM 1330-BACK-OVER-PHRASE-BLANK
006300         THRU 1330-EXIT
006310         UNTIL WS-WORD-PHRASE (WS-WORD-PHRASE-LENGTH:1)
006320             NOT = SPACE.
006330     MOVE 'N' TO WS-RULE-FOUND-SW.
006340     PERFORM 1320-CHECK-ONE-LOADED-RULE
006350         THRU 1320-EXIT
006360         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
006370         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
006380         OR WS-RULE-FOUND.
006390     IF NOT WS-RULE-FOUND
006400         IF WS-WORD-RULE-COUNT NOT < 100
006410             DISPLAY 'MSGMAINT: WORDING RULE TABLE FULL - '
006420                 WR-PHRASE ' IGNORED'
006430             GO TO 1310-EXIT
006440         END-IF
006450         ADD 1 TO WS-WORD-RULE-COUNT
006460         MOVE WS-WORD-RULE-COUNT TO WS-WORD-FOUND-SUB
006470         MOVE WR-RULE-TYPE
006480             TO WS-WRT-RULE-TYPE (WS-WORD-FOUND-SUB)
006490         MOVE WR-MESSAGE-TYPE
006500             TO WS-WRT-MESSAGE-TYPE (WS-WORD-FOUND-SUB)
006510         MOVE WR-LANGUAGE-CODE
006520             TO WS-WRT-LANGUAGE (WS-WORD-FOUND-SUB)
006530         MOVE WS-WORD-PHRASE
006540             TO WS-WRT-PHRASE (WS-WORD-FOUND-SUB)
006550         MOVE WS-WORD-PHRASE-LENGTH
006560             TO WS-WRT-PHRASE-LENGTH (WS-WORD-FOUND-SUB)
006570     END-IF.
006580     MOVE WR-ACTIVE-FLAG
006590         TO WS-WRT-ACTIVE-FLAG (WS-WORD-FOUND-SUB).
006600 1310-EXIT.
006610     EXIT.

006620******************************************************************
006630* 1320-CHECK-ONE-LOADED-RULE - marks the rule just read found
006640*     when the current table entry is the same rule.
006650******************************************************************
006660 1320-CHECK-ONE-LOADED-RULE.
006670     IF WS-WRT-RULE-TYPE (WS-WORD-RULE-SUB) = WR-RULE-TYPE
006680         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
006690             = WR-MESSAGE-TYPE
006700         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) = WR-LANGUAGE-CODE
006710         AND WS-WRT-PHRASE (WS-WORD-RULE-SUB) = WS-WORD-PHRASE
006720         SET WS-RULE-FOUND TO TRUE
006730         MOVE WS-WORD-RULE-SUB TO WS-WORD-FOUND-SUB
006740     END-IF.
006750 1320-EXIT.
006760     EXIT.

006770******************************************************************
006780* 1330-BACK-OVER-PHRASE-BLANK - steps one position toward the
006790*     front of the phrase past a trailing blank.
006800******************************************************************
006810 1330-BACK-OVER-PHRASE-BLANK.
006820     SUBTRACT 1 FROM WS-WORD-PHRASE-LENGTH.
006830 1330-EXIT.
006840     EXIT.

006850******************************************************************
006860* 2000-MAINTAIN-MESSAGE - prompts the operator for the change -
006870*     new banner text and dates for an update or an add, or
006880*     just a confirmation for a delete - applies it to the
006890*     message master and logs it.
006900*     New text that breaks a wording rule is refused before
006910*     the dates are asked for.
006920******************************************************************
006930 2000-MAINTAIN-MESSAGE.
006940     IF WS-ACTION-DELETE
006950         MOVE MM-MESSAGE-TEXT TO WS-OLD-MESSAGE-TEXT
006960         DISPLAY 'MSGMAINT: CURRENT MESSAGE - '
006970             WS-OLD-MESSAGE-TEXT
006980         GO TO 2000-CONFIRM
006990     END-IF.
007000     PERFORM 2200-PROMPT-FOR-NEW-TEXT
007010         THRU 2200-EXIT.
007020     MOVE WS-NEW-MESSAGE-TEXT TO WS-WORD-CHECK-TEXT.
007030     MOVE WS-SELECTED-TYPE TO WS-WORD-CHECK-TYPE.
007040     MOVE WS-SELECTED-LANGUAGE TO WS-WORD-CHECK-LANGUAGE.
007050     PERFORM 2700-CHECK-WORDING
007060         THRU 2700-EXIT.
007070     IF WS-WORDING-FAILED
007080         DISPLAY 'MSGMAINT: TEXT REFUSED - ' WS-WORD-VIOLATION
007090         DISPLAY 'MSGMAINT: UPDATE CANCELLED - MESSAGE UNCHANGED'
007100         PERFORM 2750-LOG-WORDING-BLOCK
007110             THRU 2750-EXIT
007120         MOVE 8 TO RETURN-CODE
007130         GO TO 2000-EXIT
007140     END-IF.
007150     PERFORM 2250-PROMPT-FOR-DATES
007160         THRU 2250-EXIT
007170         WITH TEST AFTER
007180         UNTIL WS-DATES-VALID.
007190 2000-CONFIRM.
007200     PERFORM 2300-CONFIRM-UPDATE
007210         THRU 2300-EXIT.
007220     IF WS-CONFIRMED
007230         MOVE WS-SELECTED-TYPE TO WS-SENSITIVE-TYPE-CHECK
007240         IF WS-SENSITIVE-TYPE
007250             PERFORM 2350-HOLD-FOR-APPROVAL
007260                 THRU 2350-EXIT
007270         ELSE
007280             IF WS-ACTION-ADD
007290                 PERFORM 2500-APPLY-ADD
007300                     THRU 2500-EXIT
007310             ELSE
007320                 IF WS-ACTION-DELETE
007330                     PERFORM 2550-APPLY-DELETE
007340                         THRU 2550-EXIT
007350                 ELSE
007360                     PERFORM 2400-APPLY-UPDATE
007370                         THRU 2400-EXIT
007380                 END-IF
007390             END-IF
007400         END-IF
007410     ELSE
007420         DISPLAY 'MSGMAINT: UPDATE CANCELLED - MESSAGE UNCHANGED'
007430     END-IF.
007440 2000-EXIT.
007450     EXIT.

007460******************************************************************
007470* 2100-PROMPT-FOR-OPERATOR - obtains the operator ID performing
007480*     the change, validated by 1180 against the OPERSEC
007490*     security master before any update path is reachable.
007500******************************************************************
007510 2100-PROMPT-FOR-OPERATOR.
007520     DISPLAY 'MSGMAINT: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
007530     ACCEPT WS-OPERATOR-ID.
007540 2100-EXIT.
007550     EXIT.

007560******************************************************************
007570* 2200-PROMPT-FOR-NEW-TEXT - obtains the replacement banner
007580*     text, in up to four lines of sixty characters ended by a
007590*     blank line, and keeps a copy of the current text for the
007600*     log.
007610******************************************************************
007620 2200-PROMPT-FOR-NEW-TEXT.
007630     IF WS-ACTION-ADD
007640         MOVE SPACES TO WS-OLD-MESSAGE-TEXT
007650     ELSE
007660         MOVE MM-MESSAGE-TEXT TO WS-OLD-MESSAGE-TEXT
007670         DISPLAY 'MSGMAINT: CURRENT MESSAGE - '
007680             WS-OLD-MESSAGE-TEXT
007690     END-IF.
007700     DISPLAY 'MSGMAINT: ENTER NEW MESSAGE IN UP TO 4 LINES OF '
007710         '60 CHARACTERS - A BLANK LINE ENDS THE TEXT'.
007720     MOVE SPACES TO WS-NEW-MESSAGE-TEXT.
007730     MOVE 'N' TO WS-TEXT-DONE-SW.
007740     PERFORM 2220-ACCEPT-ONE-SEGMENT
007750         THRU 2220-EXIT
007760         VARYING WS-SEGMENT-NUMBER FROM 1 BY 1
007770         UNTIL WS-SEGMENT-NUMBER > 4
007780         OR WS-TEXT-DONE.
007790 2200-EXIT.
007800     EXIT.

007810******************************************************************
007820* 2220-ACCEPT-ONE-SEGMENT - accepts one sixty-character line
007830*     of the new message into its slice of the full text.  A
007840*     blank line ends the entry.
007850******************************************************************
007860 2220-ACCEPT-ONE-SEGMENT.
007870     DISPLAY 'MSGMAINT: LINE ' WS-SEGMENT-NUMBER ' -'.
007880     MOVE SPACES TO WS-TEXT-SEGMENT.
007890     ACCEPT WS-TEXT-SEGMENT.
007900     IF WS-TEXT-SEGMENT = SPACES
007910         SET WS-TEXT-DONE TO TRUE
007920     ELSE
007930         COMPUTE WS-SEGMENT-POSITION
007940             = ((WS-SEGMENT-NUMBER - 1) * 60) + 1
007950         MOVE WS-TEXT-SEGMENT
007960             TO WS-NEW-MESSAGE-TEXT (WS-SEGMENT-POSITION:60)
007970     END-IF.
007980 2220-EXIT.
007990     EXIT.

008000******************************************************************
008010* 2250-PROMPT-FOR-DATES - obtains the date the new wording goes
008020*     into effect (blank means today) and the date it expires
008030*     (blank means it never expires), so a message can be staged
008040*     days ahead of the change.  A mis-keyed date, or an expiry
008050*     before the effective date, sends the operator around
008060*     again rather than being silently accepted or defaulted.
008070******************************************************************
008080 2250-PROMPT-FOR-DATES.
008090     SET WS-DATES-VALID TO TRUE.
008100     IF NOT WS-ACTION-ADD
008110         DISPLAY 'MSGMAINT: CURRENT EFFECTIVE DATE - '
008120             MM-EFFECTIVE-DATE ', EXPIRY DATE - ' MM-EXPIRY-DATE
008130     END-IF.
008140     DISPLAY 'MSGMAINT: ENTER EFFECTIVE DATE (YYYYMMDD, '
008150         'BLANK = TODAY)'.
008160     MOVE SPACES TO WS-DATE-REPLY.
008170     ACCEPT WS-DATE-REPLY.
008180     IF WS-DATE-REPLY = SPACES
008190         MOVE WS-RUN-DATE TO WS-NEW-EFFECTIVE-DATE
008200     ELSE
008210         IF WS-DATE-REPLY-NUM NUMERIC
008220             AND WS-DATE-REPLY-NUM > ZERO
008230             AND WS-REPLY-MONTH > 0
008240             AND WS-REPLY-MONTH < 13
008250             AND WS-REPLY-DAY > 0
008260             AND WS-REPLY-DAY < 32
008270             MOVE WS-DATE-REPLY-NUM TO WS-NEW-EFFECTIVE-DATE
008280         ELSE
008290             DISPLAY 'MSGMAINT: EFFECTIVE DATE NOT VALID - '
008300                 'REENTER BOTH DATES'
008310             SET WS-DATES-INVALID TO TRUE
008320             GO TO 2250-EXIT
008330         END-IF
008340     END-IF.
008350     DISPLAY 'MSGMAINT: ENTER EXPIRY DATE (YYYYMMDD, '
008360         'BLANK = NO EXPIRY)'.
008370     MOVE SPACES TO WS-DATE-REPLY.
008380     ACCEPT WS-DATE-REPLY.
008390     IF WS-DATE-REPLY = SPACES
008400         MOVE ZERO TO WS-NEW-EXPIRY-DATE
008410     ELSE
008420         IF WS-DATE-REPLY-NUM NUMERIC
008430             AND WS-DATE-REPLY-NUM > ZERO
008440             AND WS-REPLY-MONTH > 0
008450             AND WS-REPLY-MONTH < 13
008460             AND WS-REPLY-DAY > 0
008470             AND WS-REPLY-DAY < 32
008480             MOVE WS-DATE-REPLY-NUM TO WS-NEW-EXPIRY-DATE
008490         ELSE
008500             DISPLAY 'MSGMAINT: EXPIRY DATE NOT VALID - '
008510                 'REENTER BOTH DATES'
008520             SET WS-DATES-INVALID TO TRUE
008530             GO TO 2250-EXIT
008540         END-IF
008550     END-IF.
008560     IF WS-NEW-EXPIRY-DATE > ZERO
008570         AND WS-NEW-EXPIRY-DATE < WS-NEW-EFFECTIVE-DATE
008580         DISPLAY 'MSGMAINT: EXPIRY DATE IS BEFORE THE '
008590             'EFFECTIVE DATE - REENTER BOTH DATES'
008600         SET WS-DATES-INVALID TO TRUE
008610     END-IF.
008620 2250-EXIT.
008630     EXIT.

008640******************************************************************
008650* 2300-CONFIRM-UPDATE - gives the operator a chance to back out
008660*     before the message master is changed.
008670******************************************************************
008680 2300-CONFIRM-UPDATE.
008690     DISPLAY 'MSGMAINT: SAVE THIS MESSAGE (Y/N)?'.
008700     ACCEPT WS-CONFIRM-REPLY.
008710     IF WS-CONFIRM-REPLY = 'Y' OR WS-CONFIRM-REPLY = 'y'
008720         SET WS-CONFIRMED TO TRUE
008730     ELSE
008740         MOVE 'N' TO WS-CONFIRM-SW
008750     END-IF.
008760 2300-EXIT.
008770     EXIT.

008780******************************************************************
008790* 2350-HOLD-FOR-APPROVAL - writes the confirmed change to the
008800*     pending-change file instead of the master - a sensitive
008810*     type (the legally-required CLOSE wording) needs a second
008820*     authorized operator's approval in MSGAPPRV before the
008830*     master changes.  The hold is logged action P, and the
008840*     master keeps its current wording until the change clears.
008850******************************************************************
008860 2350-HOLD-FOR-APPROVAL.
008870     IF NOT WS-ACTION-DELETE
008880         PERFORM 2450-COMPUTE-MESSAGE-LENGTH
008890             THRU 2450-EXIT
008900     END-IF.
008910     MOVE SPACES                TO PD-PENDING-RECORD.
008920     MOVE WS-ACTION-CODE        TO PD-ACTION.
008930     IF WS-ACTION-ADD
008940         MOVE ZERO TO PD-RECORD-KEY
008950     ELSE
008960         MOVE MM-RECORD-KEY TO PD-RECORD-KEY
008970     END-IF.
008980     MOVE WS-SELECTED-TYPE      TO PD-MESSAGE-TYPE.
008990     MOVE WS-SELECTED-LANGUAGE  TO PD-LANGUAGE-CODE.
009000     MOVE WS-OLD-MESSAGE-TEXT   TO PD-OLD-MESSAGE-TEXT.
009010     MOVE WS-NEW-MESSAGE-TEXT   TO PD-NEW-MESSAGE-TEXT.
009020     MOVE WS-NEW-MESSAGE-LENGTH TO PD-NEW-MESSAGE-LENGTH.
009030     IF WS-ACTION-DELETE
009040         MOVE MM-EFFECTIVE-DATE TO PD-NEW-EFFECTIVE-DATE
009050         MOVE MM-EXPIRY-DATE    TO PD-NEW-EXPIRY-DATE
009060     ELSE
009070         MOVE WS-NEW-EFFECTIVE-DATE TO PD-NEW-EFFECTIVE-DATE
009080         MOVE WS-NEW-EXPIRY-DATE    TO PD-NEW-EXPIRY-DATE
009090     END-IF.
009100     MOVE WS-OPERATOR-ID        TO PD-REQUEST-OPERATOR-ID.
009110     MOVE WS-RUN-DATE           TO PD-REQUEST-DATE.
009120     MOVE WS-RUN-TIME           TO PD-REQUEST-TIME.
009130     WRITE PD-PENDING-RECORD.
009140     IF WS-MAINTLOG-OPEN
009150         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
009160         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
009170         MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID
009180         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
009184         MOVE WS-SELECTED-TYPE    TO ML-MESSAGE-TYPE
009190         MOVE WS-OLD-MESSAGE-TEXT TO ML-OLD-MESSAGE-TEXT
009200         MOVE WS-NEW-MESSAGE-TEXT TO ML-NEW-MESSAGE-TEXT
009210         SET ML-PENDING-ACTION    TO TRUE
009220         WRITE ML-MAINT-LOG-RECORD
009230     END-IF.
009240     DISPLAY 'MSGMAINT: TYPE ' WS-SELECTED-TYPE ' IS HELD FOR '
009250         'SECOND-OPERATOR APPROVAL - MASTER UNCHANGED, USE '
009260         'MSGAPPRV TO APPROVE'.
009270 2350-EXIT.
009280     EXIT.

009290******************************************************************
009300* 2400-APPLY-UPDATE - rewrites the message master record and
009310*     appends the before/after image to the maintenance log.
009320*     The whole record as it stood goes to the message-version
009330*     file once the rewrite has taken.
009340******************************************************************
009350 2400-APPLY-UPDATE.
009360     PERFORM 2450-COMPUTE-MESSAGE-LENGTH
009370         THRU 2450-EXIT.
009380     MOVE SPACES                TO MV-VERSION-RECORD.
009390     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
009400     MOVE WS-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
009410     MOVE WS-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
009420     MOVE WS-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
009430     MOVE WS-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
009440     REWRITE MM-MESSAGE-RECORD
009450         INVALID KEY
009460             DISPLAY 'MSGMAINT: REWRITE FAILED, STATUS = '
009470                 WS-MSGMAST-STATUS
009480             MOVE 16 TO RETURN-CODE
009490             GO TO 2400-EXIT
009500     END-REWRITE.
009510     SET MV-UPDATED TO TRUE.
009520     PERFORM 2600-WRITE-VERSION-RECORD
009530         THRU 2600-EXIT.
009540     IF WS-MAINTLOG-OPEN
009550         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
009560         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
009570         MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID
009580         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
009584         MOVE WS-SELECTED-TYPE    TO ML-MESSAGE-TYPE
009590         MOVE WS-OLD-MESSAGE-TEXT TO ML-OLD-MESSAGE-TEXT
009600         MOVE WS-NEW-MESSAGE-TEXT TO ML-NEW-MESSAGE-TEXT
009610         SET ML-UPDATE-ACTION     TO TRUE
009620         WRITE ML-MAINT-LOG-RECORD
009630     END-IF.
009640     DISPLAY 'MSGMAINT: MESSAGE MASTER UPDATED'.
009650 2400-EXIT.
009660     EXIT.

009670******************************************************************
009680* 2450-COMPUTE-MESSAGE-LENGTH - counts the characters in
009690*     WS-NEW-MESSAGE-TEXT up to its last non-blank position, so
009700*     MM-MESSAGE-LENGTH stays in step with the text being saved.
009710******************************************************************
009720 2450-COMPUTE-MESSAGE-LENGTH.
009730     MOVE 240 TO WS-LENGTH-SUBSCRIPT.
009740     PERFORM 2455-SCAN-FOR-LAST-CHAR
009750         THRU 2455-EXIT
009760         WITH TEST AFTER
009770         UNTIL WS-LENGTH-SUBSCRIPT = ZERO
009780         OR WS-NEW-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1)
009790             NOT = SPACE.
009800     MOVE WS-LENGTH-SUBSCRIPT TO WS-NEW-MESSAGE-LENGTH.
009810 2450-EXIT.
009820     EXIT.

009830******************************************************************
009840* 2455-SCAN-FOR-LAST-CHAR - steps one position toward the front
009850*     of WS-NEW-MESSAGE-TEXT when the current position is blank.
009860******************************************************************
009870 2455-SCAN-FOR-LAST-CHAR.
009880     IF WS-NEW-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1) = SPACE
009890         SUBTRACT 1 FROM WS-LENGTH-SUBSCRIPT
009900     END-IF.
009910 2455-EXIT.
009920     EXIT.

009930******************************************************************
009940* 2500-APPLY-ADD - assigns the next record key, writes the
009950*     brand-new message record to the keyed master and logs the
009960*     addition to the maintenance log.
009970******************************************************************
009980 2500-APPLY-ADD.
009990     PERFORM 2520-ASSIGN-NEXT-KEY
010000         THRU 2520-EXIT.
010010     PERFORM 2450-COMPUTE-MESSAGE-LENGTH
010020         THRU 2450-EXIT.
010030     MOVE SPACES                TO MM-MESSAGE-RECORD.
010040     MOVE WS-NEXT-RECORD-KEY    TO MM-RECORD-KEY.
010050     MOVE WS-SELECTED-TYPE      TO MM-MESSAGE-TYPE.
010060     MOVE WS-SELECTED-LANGUAGE  TO MM-LANGUAGE-CODE.
010070     MOVE WS-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
010080     MOVE WS-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
010090     MOVE WS-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
010100     MOVE WS-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
010110     WRITE MM-MESSAGE-RECORD
010120         INVALID KEY
010130             DISPLAY 'MSGMAINT: ADD FAILED, STATUS = '
010140                 WS-MSGMAST-STATUS
010150             MOVE 16 TO RETURN-CODE
010160             GO TO 2500-EXIT
010170     END-WRITE.
010180     IF WS-MAINTLOG-OPEN
010190         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
010200         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
010210         MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID
010220         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
010224         MOVE WS-SELECTED-TYPE    TO ML-MESSAGE-TYPE
010230         MOVE SPACES              TO ML-OLD-MESSAGE-TEXT
010240         MOVE WS-NEW-MESSAGE-TEXT TO ML-NEW-MESSAGE-TEXT
010250         SET ML-ADD-ACTION        TO TRUE
010260         WRITE ML-MAINT-LOG-RECORD
010270     END-IF.
010280     DISPLAY 'MSGMAINT: MESSAGE ADDED WITH KEY '
010290         WS-NEXT-RECORD-KEY.
010300 2500-EXIT.
010310     EXIT.

010320******************************************************************
010330* 2520-ASSIGN-NEXT-KEY - scans the keyed master in key order
010340*     and assigns the next record key as one past the highest
010350*     key on file, or key 1 for an empty master.  The scan
010360*     runs on its own end-of-file switch - 1240's duplicate
010370*     walk has usually tripped WS-EOF by the time an add of a
010380*     new variant of an existing type arrives here.
010390******************************************************************
010400 2520-ASSIGN-NEXT-KEY.
010410     MOVE ZERO TO WS-NEXT-RECORD-KEY.
010420     MOVE 'N'  TO WS-SCAN-EOF-SW.
010430     MOVE ZERO TO MM-RECORD-KEY.
010440     START MESSAGE-MASTER-FILE
010450         KEY IS NOT LESS THAN MM-RECORD-KEY
010460         INVALID KEY
010470             SET WS-SCAN-EOF TO TRUE
010480     END-START.
010490     PERFORM 2540-SCAN-FOR-HIGH-KEY
010500         THRU 2540-EXIT
010510         UNTIL WS-SCAN-EOF.
010520     ADD 1 TO WS-NEXT-RECORD-KEY.
010530 2520-EXIT.
010540     EXIT.

010550******************************************************************
010560* 2540-SCAN-FOR-HIGH-KEY - reads the next record in key order,
010570*     remembering the highest key seen.
010580******************************************************************
010590 2540-SCAN-FOR-HIGH-KEY.
010600     READ MESSAGE-MASTER-FILE NEXT
010610         AT END
010620             SET WS-SCAN-EOF TO TRUE
010630         NOT AT END
010640             MOVE MM-RECORD-KEY TO WS-NEXT-RECORD-KEY
010650     END-READ.
010660 2540-EXIT.
010670     EXIT.

010680******************************************************************
010690* 2550-APPLY-DELETE - deletes the obsolete message record the
010700*     operator selected and logs the deletion to the
010710*     maintenance log.  The deleted record's last image goes
010720*     to the message-version file.
010730******************************************************************
010740 2550-APPLY-DELETE.
010750     MOVE SPACES                TO MV-VERSION-RECORD.
010760     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
010770     DELETE MESSAGE-MASTER-FILE RECORD
010780         INVALID KEY
010790             DISPLAY 'MSGMAINT: DELETE FAILED, STATUS = '
010800                 WS-MSGMAST-STATUS
010810             MOVE 16 TO RETURN-CODE
010820             GO TO 2550-EXIT
010830     END-DELETE.
010840     SET MV-DELETED TO TRUE.
010850     PERFORM 2600-WRITE-VERSION-RECORD
010860         THRU 2600-EXIT.
010870     IF WS-MAINTLOG-OPEN
010880         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
010890         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
010900         MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID
010910         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
010914         MOVE WS-SELECTED-TYPE    TO ML-MESSAGE-TYPE
010920         MOVE WS-OLD-MESSAGE-TEXT TO ML-OLD-MESSAGE-TEXT
010930         MOVE SPACES              TO ML-NEW-MESSAGE-TEXT
010940         SET ML-DELETE-ACTION     TO TRUE
010950         WRITE ML-MAINT-LOG-RECORD
010960     END-IF.
010970     DISPLAY 'MSGMAINT: MESSAGE DELETED FOR TYPE '
010980         WS-SELECTED-TYPE.
010990 2550-EXIT.
011000     EXIT.

011010******************************************************************
011020* 2600-WRITE-VERSION-RECORD - appends the superseded master
011030*     record image, already moved to MV-MASTER-IMAGE with its
011040*     MV-ACTION set, to the message-version file, stamped with
011050*     the date, time and operator that superseded it.
011060******************************************************************
011070 2600-WRITE-VERSION-RECORD.
011080     IF WS-MSGVERS-OPEN
011090         MOVE WS-RUN-DATE         TO MV-SUPERSEDED-DATE
011100         MOVE WS-RUN-TIME         TO MV-SUPERSEDED-TIME
011110         MOVE WS-OPERATOR-ID      TO MV-OPERATOR-ID
011120         MOVE SPACES              TO MV-SECOND-OPERATOR-ID
011130         MOVE 'MSGMAINT'          TO MV-PROGRAM-ID
011140         WRITE MV-VERSION-RECORD
011150     END-IF.
011160 2600-EXIT.
011170     EXIT.

011180******************************************************************
011190* 2700-CHECK-WORDING - screens WS-WORD-CHECK-TEXT against the
011200*     wording rules in force for WS-WORD-CHECK-TYPE and
011210*     WS-WORD-CHECK-LANGUAGE (blank = EN) - a rule with a blank
011220*     type or language applies to every type or language.  The
011230*     text fails on the first prohibited phrase it carries or
011240*     the first required phrase it lacks, the rule broken left
011250*     in WS-WORD-VIOLATION.  Case is ignored.
011260******************************************************************
011270 2700-CHECK-WORDING.
011280     MOVE 'N' TO WS-WORDING-FAILED-SW.
011290     MOVE SPACES TO WS-WORD-VIOLATION-REASON.
011300     MOVE SPACES TO WS-WORD-VIOLATION-PHRASE.
011310     IF WS-WORD-CHECK-LANGUAGE = SPACES
011320         MOVE 'EN' TO WS-WORD-CHECK-LANGUAGE
011330     END-IF.
011340     INSPECT WS-WORD-CHECK-TEXT
011350         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
011360     PERFORM 2710-CHECK-ONE-WORD-RULE
011370         THRU 2710-EXIT
011380         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
011390         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
011400         OR WS-WORDING-FAILED.
011410 2700-EXIT.
011420     EXIT.

011430******************************************************************
011440* 2710-CHECK-ONE-WORD-RULE - applies one table rule, if it is in
011450*     force and covers the type and language, by looking for its
011460*     phrase at every position of the text.
011470******************************************************************
011480 2710-CHECK-ONE-WORD-RULE.
011490     IF NOT WS-WRT-ACTIVE (WS-WORD-RULE-SUB)
011500         GO TO 2710-EXIT
011510     END-IF.
011520     IF WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB) NOT = SPACES
011530         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
011540             NOT = WS-WORD-CHECK-TYPE
011550         GO TO 2710-EXIT
011560     END-IF.
011570     IF WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) NOT = SPACES
011580         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB)
011590             NOT = WS-WORD-CHECK-LANGUAGE
011600         GO TO 2710-EXIT
011610     END-IF.
011620     MOVE WS-WRT-PHRASE (WS-WORD-RULE-SUB) TO WS-WORD-PHRASE.
011630     MOVE WS-WRT-PHRASE-LENGTH (WS-WORD-RULE-SUB)
011640         TO WS-WORD-PHRASE-LENGTH.
011650     COMPUTE WS-WORD-SCAN-LAST = 241 - WS-WORD-PHRASE-LENGTH.
011660     MOVE 'N' TO WS-PHRASE-FOUND-SW.
011670     PERFORM 2720-MATCH-PHRASE-AT
011680         THRU 2720-EXIT
011690         VARYING WS-WORD-SCAN-POS FROM 1 BY 1
011700         UNTIL WS-WORD-SCAN-POS > WS-WORD-SCAN-LAST
011710         OR WS-PHRASE-FOUND.
011720     IF WS-WRT-PROHIBITED (WS-WORD-RULE-SUB)
011730         AND WS-PHRASE-FOUND
011740         SET WS-WORDING-FAILED TO TRUE
011750         MOVE 'PROHIBITED PHRASE' TO WS-WORD-VIOLATION-REASON
011760         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
011770     END-IF.
011780     IF WS-WRT-REQUIRED (WS-WORD-RULE-SUB)
011790         AND NOT WS-PHRASE-FOUND
011800         SET WS-WORDING-FAILED TO TRUE
011810         MOVE 'REQUIRED PHRASE MISSING'
011820             TO WS-WORD-VIOLATION-REASON
011830         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
011840     END-IF.
011850 2710-EXIT.
011860     EXIT.

011870******************************************************************
011880* 2720-MATCH-PHRASE-AT - marks the phrase found when the text at
011890*     the current scan position starts with it.
011900******************************************************************
011910 2720-MATCH-PHRASE-AT.
011920     IF WS-WORD-CHECK-TEXT
011930             (WS-WORD-SCAN-POS:WS-WORD-PHRASE-LENGTH)
011940         = WS-WORD-PHRASE (1:WS-WORD-PHRASE-LENGTH)
011950         SET WS-PHRASE-FOUND TO TRUE
011960     END-IF.
011970 2720-EXIT.
011980     EXIT.

011990******************************************************************
012000* 2750-LOG-WORDING-BLOCK - appends one maintenance log row,
012010*     action B, for new text refused by the wording screen -
012020*     the refused text in the old-text field and the rule
012030*     broken in the new-text field.
012040******************************************************************
012050 2750-LOG-WORDING-BLOCK.
012060     IF WS-MAINTLOG-OPEN
012070         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
012080         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
012090         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
012100         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
012104         MOVE WS-SELECTED-TYPE   TO ML-MESSAGE-TYPE
012110         MOVE WS-NEW-MESSAGE-TEXT
012120                                 TO ML-OLD-MESSAGE-TEXT
012130         MOVE WS-WORD-VIOLATION-REASON
012140                                 TO WS-WL-REASON
012150         MOVE WS-WORD-CHECK-TYPE TO WS-WL-TYPE
012160         MOVE WS-WORD-CHECK-LANGUAGE
012170                                 TO WS-WL-LANGUAGE
012180         MOVE WS-WORD-VIOLATION-PHRASE
012190                                 TO WS-WL-PHRASE
012200         MOVE WS-WORD-LOG-TEXT   TO ML-NEW-MESSAGE-TEXT
012210         SET ML-WORDING-BLOCK-ACTION
012220                                 TO TRUE
012230         WRITE ML-MAINT-LOG-RECORD
012240     END-IF.
012250 2750-EXIT.
012260     EXIT.

012270******************************************************************
012280* 9000-TERMINATE - closes open files before STOP RUN.
012290******************************************************************
012300 9000-TERMINATE.
012310     IF WS-MSGMAST-OPEN
012320         CLOSE MESSAGE-MASTER-FILE
012330     END-IF.
012340     IF WS-MAINTLOG-OPEN
012350         CLOSE MAINT-LOG-FILE
012360     END-IF.
012370     IF WS-PENDCHG-OPEN
012380         CLOSE PENDING-CHANGE-FILE
012390     END-IF.
012400     IF WS-MSGVERS-OPEN
012410         CLOSE MESSAGE-VERSION-FILE
012420     END-IF.
012430 9000-EXIT.
012440     EXIT.

012450 END PROGRAM MSGMAINT.
