000400*                    MT-LANGUAGE-CODE (blank means EN), and a
000410*                    sensitive-type hold carries the language
000420*                    to the pending-change file.
000421*   2026-10-15  RSW  An applied update or delete now saves the
000422*                    record's before-image to the message-
000423*                    version file, stamped with the run date,
000424*                    time and the transaction's operator, as
000425*                    MSGMAINT does.
000430*   2026-10-15  RSW  Added and updated text is screened against
000440*                    the wording-rule file after the date edits -
000450*                    a prohibited phrase, or a required one
000460*                    missing for the type and language, rejects
000470*                    the transaction with the phrase on a detail
000480*                    line under its REJECTED line, and logs it to
000490*                    MAINT-LOG as action B.
000492*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000494*                    type it concerns in ML-MESSAGE-TYPE.
000500******************************************************************
000510
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. MSGLOAD.
000540 AUTHOR. R. S. WINTERS.
000550 INSTALLATION. DATA CENTER SERVICES.
000560 DATE-WRITTEN. 2026-09-02.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-370.
000620 OBJECT-COMPUTER. IBM-370.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT TRANSACTION-FILE ASSIGN TO TRANIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-TRANIN-STATUS.
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
000800     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-PENDCHG-STATUS.
000830
000840     SELECT EDIT-REPORT-FILE ASSIGN TO EDITRPT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-EDITRPT-STATUS.
000870
000880     SELECT RECYCLE-FILE ASSIGN TO RECYCLE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-RECYCLE-STATUS.
000910
000920     SELECT MESSAGE-VERSION-FILE ASSIGN TO MSGVERS
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-MSGVERS-STATUS.
000950
000960     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-WORDRULE-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  TRANSACTION-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050     COPY MSGTRAN.
001060
001070 FD  MESSAGE-MASTER-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY MSGMAST.
001100
001110 FD  MAINT-LOG-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY MAINTLOG.
001150
001160 FD  PENDING-CHANGE-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY PENDCHG.
001200
001210 FD  EDIT-REPORT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY EDTRPTL.
001250
001260 FD  RECYCLE-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  RC-RECYCLE-RECORD               PIC X(300).
001300
001310 FD  MESSAGE-VERSION-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340     COPY MSGVERS.
001350
001360 FD  WORDING-RULE-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390     COPY WORDRULE.
001400
001410 WORKING-STORAGE SECTION.
001420 01  WS-FILE-STATUSES.
001430     05  WS-TRANIN-STATUS            PIC X(02) VALUE '00'.
001440         88  WS-TRANIN-OK                 VALUE '00'.
001450     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001460         88  WS-MSGMAST-OK                VALUE '00'.
001470     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001480         88  WS-MAINTLOG-OK               VALUE '00'.
001490     05  WS-PENDCHG-STATUS           PIC X(02) VALUE '00'.
001500         88  WS-PENDCHG-OK                VALUE '00'.
001510     05  WS-EDITRPT-STATUS           PIC X(02) VALUE '00'.
001520         88  WS-EDITRPT-OK                VALUE '00'.
001530     05  WS-RECYCLE-STATUS           PIC X(02) VALUE '00'.
001540         88  WS-RECYCLE-OK                VALUE '00'.
001550     05  WS-MSGVERS-STATUS           PIC X(02) VALUE '00'.
001560         88  WS-MSGVERS-OK                VALUE '00'.
001570     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
001580         88  WS-WORDRULE-OK               VALUE '00'.
001590
001600 01  WS-SWITCHES.
001610     05  WS-TRANIN-OPEN-SW           PIC X(01) VALUE 'N'.
001620         88  WS-TRANIN-OPEN                VALUE 'Y'.
001630     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001640         88  WS-MSGMAST-OPEN               VALUE 'Y'.
001650     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001660         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001670     05  WS-PENDCHG-OPEN-SW          PIC X(01) VALUE 'N'.
001680         88  WS-PENDCHG-OPEN               VALUE 'Y'.
001690     05  WS-EDITRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001700         88  WS-EDITRPT-OPEN               VALUE 'Y'.
001710     05  WS-RECYCLE-OPEN-SW          PIC X(01) VALUE 'N'.
001720         88  WS-RECYCLE-OPEN               VALUE 'Y'.
001730     05  WS-MSGVERS-OPEN-SW          PIC X(01) VALUE 'N'.
001740         88  WS-MSGVERS-OPEN               VALUE 'Y'.
001750     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001760         88  WS-EOF                        VALUE 'Y'.
001770     05  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001780         88  WS-SCAN-EOF                   VALUE 'Y'.
001790     05  WS-TRANS-VALID-SW           PIC X(01) VALUE 'Y'.
001800         88  WS-TRANS-VALID                VALUE 'Y'.
001810         88  WS-TRANS-INVALID              VALUE 'N'.
001820     05  WS-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001830         88  WS-MASTER-FOUND               VALUE 'Y'.
001840     05  WS-VARIANT-FOUND-SW         PIC X(01) VALUE 'N'.
001850         88  WS-VARIANT-FOUND              VALUE 'Y'.
001860     05  WS-WORDRULE-EOF-SW          PIC X(01) VALUE 'N'.
001870         88  WS-WORDRULE-EOF               VALUE 'Y'.
001880     05  WS-RULE-FOUND-SW            PIC X(01) VALUE 'N'.
001890         88  WS-RULE-FOUND                 VALUE 'Y'.
001900     05  WS-PHRASE-FOUND-SW          PIC X(01) VALUE 'N'.
001910         88  WS-PHRASE-FOUND               VALUE 'Y'.
001920     05  WS-WORDING-FAILED-SW        PIC X(01) VALUE 'N'.
001930         88  WS-WORDING-FAILED             VALUE 'Y'.
001940
001950 01  WS-RUN-STAMP.
001960     05  WS-RUN-DATE                 PIC 9(08).
001970     05  WS-RUN-TIME                 PIC 9(08).
001980
001990 01  WS-EDIT-REASON                  PIC X(30) VALUE SPACES.
002000 01  WS-OLD-MESSAGE-TEXT             PIC X(240) VALUE SPACES.
002010 01  WS-NEW-MESSAGE-TEXT             PIC X(240) VALUE SPACES.
002020 01  WS-NEW-MESSAGE-LENGTH           PIC 9(03) VALUE ZERO.
002030 01  WS-LENGTH-SUBSCRIPT             PIC 9(03) COMP VALUE ZERO.
002040 01  WS-NEW-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
002050 01  WS-NEW-EXPIRY-DATE              PIC 9(08) VALUE ZERO.
002060 01  WS-NEXT-RECORD-KEY              PIC 9(06) VALUE ZERO.
002070 01  WS-APPLY-KEY                    PIC 9(06) VALUE ZERO.
002080 01  WS-LOG-ACTION-CODE              PIC X(01) VALUE SPACE.
002090 01  WS-ADD-LANGUAGE                 PIC X(02) VALUE SPACES.
002100 01  WS-SCAN-LANGUAGE                PIC X(02) VALUE SPACES.
002110 01  WS-SENSITIVE-TYPE-CHECK         PIC X(10) VALUE SPACES.
002120     88  WS-SENSITIVE-TYPE                VALUE 'CLOSE'.
002130
002140 77  WS-TRANS-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
002150 77  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
002160 77  WS-REJECTED-COUNT               PIC 9(05) COMP VALUE ZERO.
002170 77  WS-PENDING-COUNT                PIC 9(05) COMP VALUE ZERO.
002180
002190 01  WS-HEADING-LINE.
002200     05  FILLER                      PIC X(03) VALUE 'A  '.
002210     05  FILLER                      PIC X(08) VALUE 'KEY     '.
002220     05  FILLER                      PIC X(12)
002230         VALUE 'TYPE        '.
002240     05  FILLER                      PIC X(10)
002250         VALUE 'DISP      '.
002260     05  FILLER                      PIC X(47)
002270         VALUE 'REASON'.
002280
002290 01  WS-SUMMARY-LINE.
002300     05  WS-SUMMARY-LABEL            PIC X(22) VALUE SPACES.
002310     05  WS-SUMMARY-COUNT            PIC ZZZZ9.
002320     05  FILLER                      PIC X(53) VALUE SPACES.
002330
002340 01  WS-WORD-DETAIL-LINE.
002350     05  FILLER                      PIC X(11) VALUE SPACES.
002360     05  FILLER                      PIC X(09) VALUE 'PHRASE - '.
002370     05  WS-WD-PHRASE                PIC X(60).
002380
002390******************************************************************
002400* Wording rules - the table 1300 loads from WORDRULE, and the
002410*     text, type and language 2260 screens against it, with the
002420*     rule broken left in WS-WORD-VIOLATION.
002430******************************************************************
002440 01  WS-WORD-CHECK-TEXT              PIC X(240) VALUE SPACES.
002450 01  WS-WORD-CHECK-TYPE              PIC X(10) VALUE SPACES.
002460 01  WS-WORD-CHECK-LANGUAGE          PIC X(02) VALUE SPACES.
002470 01  WS-WORD-VIOLATION.
002480     05  WS-WORD-VIOLATION-REASON    PIC X(24) VALUE SPACES.
002490     05  FILLER                      PIC X(03) VALUE ' - '.
002500     05  WS-WORD-VIOLATION-PHRASE    PIC X(60) VALUE SPACES.
002510 01  WS-WORD-LOG-TEXT.
002520     05  FILLER                      PIC X(10) VALUE 'WORDING - '.
002530     05  WS-WL-REASON                PIC X(24).
002540     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002550     05  WS-WL-TYPE                  PIC X(10).
002560     05  FILLER                      PIC X(06) VALUE ' LANG '.
002570     05  WS-WL-LANGUAGE              PIC X(02).
002580     05  FILLER                      PIC X(03) VALUE ' - '.
002590     05  WS-WL-PHRASE                PIC X(60).
002600 01  WS-WORD-PHRASE                  PIC X(60) VALUE SPACES.
002610 01  WS-WORD-PHRASE-LENGTH           PIC 9(02) COMP VALUE ZERO.
002620 01  WS-WORD-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
002630 01  WS-WORD-SCAN-LAST               PIC 9(03) COMP VALUE ZERO.
002640 01  WS-WORD-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
002650 01  WS-WORD-RULE-SUB                PIC 9(03) COMP VALUE ZERO.
002660 01  WS-WORD-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
002670 01  WS-WORD-RULE-TABLE.
002680     05  WS-WORD-RULE-ENTRY OCCURS 100 TIMES.
002690         10  WS-WRT-RULE-TYPE        PIC X(01).
002700             88  WS-WRT-PROHIBITED        VALUE 'P'.
002710             88  WS-WRT-REQUIRED          VALUE 'R'.
002720         10  WS-WRT-MESSAGE-TYPE     PIC X(10).
002730         10  WS-WRT-LANGUAGE         PIC X(02).
002740         10  WS-WRT-PHRASE           PIC X(60).
002750         10  WS-WRT-PHRASE-LENGTH    PIC 9(02) COMP.
002760         10  WS-WRT-ACTIVE-FLAG      PIC X(01).
002770             88  WS-WRT-ACTIVE            VALUE 'Y'.
002780 01  WS-LOWER-CASE                   PIC X(26)
002790         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002800 01  WS-UPPER-CASE                   PIC X(26)
002810         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002820
002830 PROCEDURE DIVISION.
002840******************************************************************
002850* 0000-MAINLINE - controls overall program flow.
002860******************************************************************
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE
002890         THRU 1000-EXIT.
002900     IF RETURN-CODE = 0
002910         PERFORM 2000-PROCESS-TRANSACTION
002920             THRU 2000-EXIT
002930             UNTIL WS-EOF
002940         PERFORM 8000-WRITE-SUMMARY
002950             THRU 8000-EXIT
002960     END-IF.
002970     PERFORM 9000-TERMINATE
002980         THRU 9000-EXIT.
002990     STOP RUN.
003000
003010******************************************************************
003020* 1000-INITIALIZE - opens the transaction file, the message
003030*     master for update, the maintenance log, the edit report
003040*     and the recycle file, and primes the transaction read
003050*     loop.
003060******************************************************************
003070 1000-INITIALIZE.
003080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003090     ACCEPT WS-RUN-TIME FROM TIME.
003100     OPEN INPUT TRANSACTION-FILE.
003110     IF NOT WS-TRANIN-OK
003120         DISPLAY 'MSGLOAD: UNABLE TO OPEN TRANSACTION FILE, '
003130             'STATUS = ' WS-TRANIN-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF.
003170     SET WS-TRANIN-OPEN TO TRUE.
003180     OPEN I-O MESSAGE-MASTER-FILE.
003190     IF NOT WS-MSGMAST-OK
003200         DISPLAY 'MSGLOAD: UNABLE TO OPEN MESSAGE-MASTER FILE, '
003210             'STATUS = ' WS-MSGMAST-STATUS
003220         MOVE 16 TO RETURN-CODE
003230         GO TO 1000-EXIT
003240     END-IF.
003250     SET WS-MSGMAST-OPEN TO TRUE.
003260     OPEN EXTEND MAINT-LOG-FILE.
003270     IF NOT WS-MAINTLOG-OK
003280         DISPLAY 'MSGLOAD: UNABLE TO OPEN MAINT-LOG FILE, '
003290             'STATUS = ' WS-MAINTLOG-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         GO TO 1000-EXIT
003320     END-IF.
003330     SET WS-MAINTLOG-OPEN TO TRUE.
003340     OPEN EXTEND PENDING-CHANGE-FILE.
003350     IF NOT WS-PENDCHG-OK
003360         DISPLAY 'MSGLOAD: UNABLE TO OPEN PENDING-CHANGE FILE, '
003370             'STATUS = ' WS-PENDCHG-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         GO TO 1000-EXIT
003400     END-IF.
003410     SET WS-PENDCHG-OPEN TO TRUE.
003420     OPEN OUTPUT EDIT-REPORT-FILE.
003430     IF NOT WS-EDITRPT-OK
003440         DISPLAY 'MSGLOAD: UNABLE TO OPEN EDIT-REPORT FILE, '
003450             'STATUS = ' WS-EDITRPT-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         GO TO 1000-EXIT
003480     END-IF.
003490     SET WS-EDITRPT-OPEN TO TRUE.
003500     OPEN OUTPUT RECYCLE-FILE.
003510     IF NOT WS-RECYCLE-OK
003520         DISPLAY 'MSGLOAD: UNABLE TO OPEN RECYCLE FILE, '
003530             'STATUS = ' WS-RECYCLE-STATUS
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 1000-EXIT
003560     END-IF.
003570     SET WS-RECYCLE-OPEN TO TRUE.
003580     OPEN EXTEND MESSAGE-VERSION-FILE.
003590     IF NOT WS-MSGVERS-OK
003600         DISPLAY 'MSGLOAD: UNABLE TO OPEN MESSAGE-VERSION FILE, '
003610             'STATUS = ' WS-MSGVERS-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         GO TO 1000-EXIT
003640     END-IF.
003650     SET WS-MSGVERS-OPEN TO TRUE.
003660     PERFORM 1300-LOAD-WORD-RULES
003670         THRU 1300-EXIT.
003680     MOVE WS-HEADING-LINE TO ER-REPORT-LINE.
003690     WRITE ER-REPORT-LINE.
003700     PERFORM 2900-READ-TRANSACTION
003710         THRU 2900-EXIT.
003720     IF WS-EOF
003730         DISPLAY 'MSGLOAD: TRANSACTION FILE IS EMPTY - '
003740             'NOTHING TO APPLY'
003750         MOVE 20 TO RETURN-CODE
003760     END-IF.
003770 1000-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 1300-LOAD-WORD-RULES - loads the prohibited and required
003820*     phrases from the wording-rule file into WS-WORD-RULE-TABLE.
003830*     Without the file there is nothing to screen against - the
003840*     run goes on with a console warning.
003850******************************************************************
003860 1300-LOAD-WORD-RULES.
003870     OPEN INPUT WORDING-RULE-FILE.
003880     IF NOT WS-WORDRULE-OK
003890         DISPLAY 'MSGLOAD: NO WORDING-RULE FILE, STATUS = '
003900             WS-WORDRULE-STATUS ' - WORDING NOT SCREENED'
003910         GO TO 1300-EXIT
003920     END-IF.
003930     PERFORM 1310-LOAD-ONE-WORD-RULE
003940         THRU 1310-EXIT
003950         UNTIL WS-WORDRULE-EOF.
003960     CLOSE WORDING-RULE-FILE.
003970 1300-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 1310-LOAD-ONE-WORD-RULE - reads one wording rule and adds it to
004020*     the table, or replaces the entry already held for the same
004030*     rule type, message type, language and phrase - so a rule
004040*     keyed again inactive is retired.  The phrase is held in
004050*     capitals with its length, so the screen ignores case.
004060*     Rules past the table limit are reported and ignored.
004070******************************************************************
004080 1310-LOAD-ONE-WORD-RULE.
004090     READ WORDING-RULE-FILE
004100         AT END
004110             SET WS-WORDRULE-EOF TO TRUE
004120             GO TO 1310-EXIT
004130     END-READ.
004140     IF WR-PHRASE = SPACES
004150         OR (NOT WR-PROHIBITED AND NOT WR-REQUIRED)
004160         GO TO 1310-EXIT
004170     END-IF.
004180     MOVE WR-PHRASE TO WS-WORD-PHRASE.
004190     INSPECT WS-WORD-PHRASE
004200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004210     MOVE 60 TO WS-WORD-PHRASE-LENGTH.
004220     PERFORM 1330-BACK-OVER-PHRASE-BLANK
004230         THRU 1330-EXIT
004240         UNTIL WS-WORD-PHRASE (WS-WORD-PHRASE-LENGTH:1)
004250             NOT = SPACE.
004260     MOVE 'N' TO WS-RULE-FOUND-SW.
004270     PERFORM 1320-CHECK-ONE-LOADED-RULE
004280         THRU 1320-EXIT
004290         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
004300         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
004310         OR WS-RULE-FOUND.
004320     IF NOT WS-RULE-FOUND
004330         IF WS-WORD-RULE-COUNT NOT < 100
004340             DISPLAY 'MSGLOAD: WORDING RULE TABLE FULL - '
004350                 WR-PHRASE ' IGNORED'
004360             GO TO 1310-EXIT
004370         END-IF
004380         ADD 1 TO WS-WORD-RULE-COUNT
004390         MOVE WS-WORD-RULE-COUNT TO WS-WORD-FOUND-SUB
004400         MOVE WR-RULE-TYPE
004410             TO WS-WRT-RULE-TYPE (WS-WORD-FOUND-SUB)
004420         MOVE WR-MESSAGE-TYPE
004430             TO WS-WRT-MESSAGE-TYPE (WS-WORD-FOUND-SUB)
004440         MOVE WR-LANGUAGE-CODE
004450             TO WS-WRT-LANGUAGE (WS-WORD-FOUND-SUB)
004460         MOVE WS-WORD-PHRASE
004470             TO WS-WRT-PHRASE (WS-WORD-FOUND-SUB)
004480         MOVE WS-WORD-PHRASE-LENGTH
004490             TO WS-WRT-PHRASE-LENGTH (WS-WORD-FOUND-SUB)
004500     END-IF.
004510     MOVE WR-ACTIVE-FLAG
004520         TO WS-WRT-ACTIVE-FLAG (WS-WORD-FOUND-SUB).
004530 1310-EXIT.
004540     EXIT.
004550
004560******************************************************************
004570* 1320-CHECK-ONE-LOADED-RULE - marks the rule just read found
004580*     when the current table entry is the same rule.
004590******************************************************************
004600 1320-CHECK-ONE-LOADED-RULE.
004610     IF WS-WRT-RULE-TYPE (WS-WORD-RULE-SUB) = WR-RULE-TYPE
004620         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
004630             = WR-MESSAGE-TYPE
004640         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) = WR-LANGUAGE-CODE
004650         AND WS-WRT-PHRASE (WS-WORD-RULE-SUB) = WS-WORD-PHRASE
004660         SET WS-RULE-FOUND TO TRUE
004670         MOVE WS-WORD-RULE-SUB TO WS-WORD-FOUND-SUB
004680     END-IF.
004690 1320-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730* 1330-BACK-OVER-PHRASE-BLANK - steps one position toward the
004740*     front of the phrase past a trailing blank.
004750******************************************************************
004760 1330-BACK-OVER-PHRASE-BLANK.
004770     SUBTRACT 1 FROM WS-WORD-PHRASE-LENGTH.
004780 1330-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 2000-PROCESS-TRANSACTION - edits the current transaction with
004830*     the same edits MSGMAINT applies at the terminal, applies
004840*     it to the message master when clean, and routes it to the
004850*     recycle file with a reason line when not, then reads the
004860*     next transaction.
004870******************************************************************
004880 2000-PROCESS-TRANSACTION.
004890     PERFORM 2100-EDIT-TRANSACTION
004900         THRU 2100-EXIT.
004910     IF WS-TRANS-INVALID
004920         PERFORM 2600-REJECT-TRANSACTION
004930             THRU 2600-EXIT
004940         GO TO 2000-READ-NEXT
004950     END-IF.
004960     IF MT-ADD-TRANS
004970         MOVE MT-MESSAGE-TYPE TO WS-SENSITIVE-TYPE-CHECK
004980     ELSE
004990         MOVE MM-MESSAGE-TYPE TO WS-SENSITIVE-TYPE-CHECK
005000     END-IF.
005010     IF WS-SENSITIVE-TYPE
005020         PERFORM 2650-HOLD-FOR-APPROVAL
005030             THRU 2650-EXIT
005040         GO TO 2000-READ-NEXT
005050     END-IF.
005060     IF MT-ADD-TRANS
005070         PERFORM 2400-APPLY-ADD
005080             THRU 2400-EXIT
005090     ELSE
005100         IF MT-DELETE-TRANS
005110             PERFORM 2500-APPLY-DELETE
005120                 THRU 2500-EXIT
005130         ELSE
005140             PERFORM 2300-APPLY-UPDATE
005150                 THRU 2300-EXIT
005160         END-IF
005170     END-IF.
005180 2000-READ-NEXT.
005190     PERFORM 2900-READ-TRANSACTION
005200         THRU 2900-EXIT.
005210 2000-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 2100-EDIT-TRANSACTION - applies MSGMAINT's edits to the
005260*     current transaction - a valid action, a key that exists
005270*     for an update or delete and does not for an add, text
005280*     present, and the date edits of 2250-PROMPT-FOR-DATES -
005290*     month and day in range, expiry not before effective.  A
005300*     blank effective date means today and a blank expiry date
005310*     means no expiry, as MSGMAINT's blank replies do.  The
005320*     first edit to fail names the transaction's reject reason.
005330*     An add must not duplicate a type and language variant
005340*     already on file - MSGMAINT's own add path refuses the
005350*     same state.
005360*     Clean added or updated text must then pass the wording
005370*     screen.
005380******************************************************************
005390 2100-EDIT-TRANSACTION.
005400     SET WS-TRANS-VALID TO TRUE.
005410     MOVE SPACES TO WS-EDIT-REASON.
005420     MOVE 'N' TO WS-WORDING-FAILED-SW.
005430     MOVE SPACES TO WS-OLD-MESSAGE-TEXT.
005440     IF NOT MT-ACTION-VALID
005450         MOVE 'ACTION MUST BE A, U OR D' TO WS-EDIT-REASON
005460         SET WS-TRANS-INVALID TO TRUE
005470         GO TO 2100-EXIT
005480     END-IF.
005490     IF MT-ADD-TRANS
005500         AND MT-MESSAGE-TYPE = SPACES
005510         MOVE 'MESSAGE TYPE BLANK' TO WS-EDIT-REASON
005520         SET WS-TRANS-INVALID TO TRUE
005530         GO TO 2100-EXIT
005540     END-IF.
005550     PERFORM 2150-EDIT-RECORD-KEY
005560         THRU 2150-EXIT.
005570     IF WS-TRANS-INVALID
005580         GO TO 2100-EXIT
005590     END-IF.
005600     IF MT-ADD-TRANS
005610         PERFORM 2170-CHECK-DUPLICATE-VARIANT
005620             THRU 2170-EXIT
005630         IF WS-TRANS-INVALID
005640             GO TO 2100-EXIT
005650         END-IF
005660     END-IF.
005670     IF MT-DELETE-TRANS
005680         GO TO 2100-EXIT
005690     END-IF.
005700     IF MT-MESSAGE-TEXT = SPACES
005710         MOVE 'MESSAGE TEXT BLANK' TO WS-EDIT-REASON
005720         SET WS-TRANS-INVALID TO TRUE
005730         GO TO 2100-EXIT
005740     END-IF.
005750     PERFORM 2200-EDIT-DATES
005760         THRU 2200-EXIT.
005770     IF WS-TRANS-INVALID
005780         GO TO 2100-EXIT
005790     END-IF.
005800     PERFORM 2250-EDIT-WORDING
005810         THRU 2250-EXIT.
005820 2100-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 2150-EDIT-RECORD-KEY - for an update or delete, requires a
005870*     numeric key whose master record exists and keeps the
005880*     current text for the log; for an add, a blank or zero
005890*     key means MSGLOAD assigns the next one, and a keyed add
005900*     must not collide with a record already on file.
005910******************************************************************
005920 2150-EDIT-RECORD-KEY.
005930     IF MT-ADD-TRANS
005940         AND (MT-RECORD-KEY = SPACES
005950             OR (MT-RECORD-KEY-NUM NUMERIC
005960                 AND MT-RECORD-KEY-NUM = ZERO))
005970         MOVE ZERO TO WS-APPLY-KEY
005980         GO TO 2150-EXIT
005990     END-IF.
006000     IF MT-RECORD-KEY-NUM NOT NUMERIC
006010         OR MT-RECORD-KEY-NUM = ZERO
006020         MOVE 'RECORD KEY NOT NUMERIC' TO WS-EDIT-REASON
006030         SET WS-TRANS-INVALID TO TRUE
006040         GO TO 2150-EXIT
006050     END-IF.
006060     MOVE MT-RECORD-KEY-NUM TO WS-APPLY-KEY.
006070     PERFORM 2180-READ-MASTER-RECORD
006080         THRU 2180-EXIT.
006090     IF MT-ADD-TRANS
006100         IF WS-MASTER-FOUND
006110             MOVE 'KEY ALREADY ON FILE' TO WS-EDIT-REASON
006120             SET WS-TRANS-INVALID TO TRUE
006130         END-IF
006140     ELSE
006150         IF NOT WS-MASTER-FOUND
006160             MOVE 'MASTER RECORD NOT FOUND' TO WS-EDIT-REASON
006170             SET WS-TRANS-INVALID TO TRUE
006180         ELSE
006190             MOVE MM-MESSAGE-TEXT TO WS-OLD-MESSAGE-TEXT
006200         END-IF
006210     END-IF.
006220 2150-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 2180-READ-MASTER-RECORD - reads the message master record for
006270*     WS-APPLY-KEY, remembering whether it exists.
006280******************************************************************
006290 2180-READ-MASTER-RECORD.
006300     MOVE 'N' TO WS-MASTER-FOUND-SW.
006310     MOVE WS-APPLY-KEY TO MM-RECORD-KEY.
006320     READ MESSAGE-MASTER-FILE
006330         KEY IS MM-RECORD-KEY
006340         INVALID KEY
006350             CONTINUE
006360         NOT INVALID KEY
006370             SET WS-MASTER-FOUND TO TRUE
006380     END-READ.
006390 2180-EXIT.
006400     EXIT.

006410******************************************************************
006420* 2170-CHECK-DUPLICATE-VARIANT - scans the keyed master for a
006430*     record already carrying the add's type and language
006440*     variant (blank counting as English on both sides), the
006450*     state MSGMAINT's add path refuses with ALREADY EXISTS.
006460******************************************************************
006470 2170-CHECK-DUPLICATE-VARIANT.
006480     IF MT-LANGUAGE-CODE = SPACES
006490         MOVE 'EN' TO WS-ADD-LANGUAGE
006500     ELSE
006510         MOVE MT-LANGUAGE-CODE TO WS-ADD-LANGUAGE
006520     END-IF.
006530     MOVE 'N'  TO WS-VARIANT-FOUND-SW.
006540     MOVE 'N'  TO WS-SCAN-EOF-SW.
006550     MOVE ZERO TO MM-RECORD-KEY.
006560     START MESSAGE-MASTER-FILE
006570         KEY IS NOT LESS THAN MM-RECORD-KEY
006580         INVALID KEY
006590             SET WS-SCAN-EOF TO TRUE
006600     END-START.
006610     PERFORM 2175-SCAN-ONE-VARIANT
006620         THRU 2175-EXIT
006630         UNTIL WS-SCAN-EOF
006640         OR WS-VARIANT-FOUND.
006650     IF WS-VARIANT-FOUND
006660         MOVE 'TYPE/LANGUAGE ALREADY ON FILE'
006670             TO WS-EDIT-REASON
006680         SET WS-TRANS-INVALID TO TRUE
006690     END-IF.
006700 2170-EXIT.
006710     EXIT.

006720******************************************************************
006730* 2175-SCAN-ONE-VARIANT - reads the next master record and
006740*     marks the variant found when its type and normalized
006750*     language match the add's.
006760******************************************************************
006770 2175-SCAN-ONE-VARIANT.
006780     READ MESSAGE-MASTER-FILE NEXT
006790         AT END
006800             SET WS-SCAN-EOF TO TRUE
006810             GO TO 2175-EXIT
006820     END-READ.
006830     IF MM-MESSAGE-TYPE NOT = MT-MESSAGE-TYPE
006840         GO TO 2175-EXIT
006850     END-IF.
006860     IF MM-LANGUAGE-CODE = SPACES
006870         MOVE 'EN' TO WS-SCAN-LANGUAGE
006880     ELSE
006890         MOVE MM-LANGUAGE-CODE TO WS-SCAN-LANGUAGE
006900     END-IF.
006910     IF WS-SCAN-LANGUAGE = WS-ADD-LANGUAGE
006920         SET WS-VARIANT-FOUND TO TRUE
006930     END-IF.
006940 2175-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 2200-EDIT-DATES - edits the transaction's effective and
006990*     expiry dates exactly as MSGMAINT's 2250-PROMPT-FOR-DATES
007000*     does - a blank effective date defaults to today, a blank
007010*     expiry date to no expiry, month and day must be in range
007020*     and the expiry must not fall before the effective date.
007030******************************************************************
007040 2200-EDIT-DATES.
007050     IF MT-EFFECTIVE-DATE = SPACES
007060         MOVE WS-RUN-DATE TO WS-NEW-EFFECTIVE-DATE
007070     ELSE
007080         IF MT-EFFECTIVE-DATE-NUM NUMERIC
007090             AND MT-EFFECTIVE-DATE-NUM > ZERO
007100             AND MT-EFF-MONTH > 0
007110             AND MT-EFF-MONTH < 13
007120             AND MT-EFF-DAY > 0
007130             AND MT-EFF-DAY < 32
007140             MOVE MT-EFFECTIVE-DATE-NUM
007150                 TO WS-NEW-EFFECTIVE-DATE
007160         ELSE
007170             MOVE 'EFFECTIVE DATE NOT VALID' TO WS-EDIT-REASON
007180             SET WS-TRANS-INVALID TO TRUE
007190             GO TO 2200-EXIT
007200         END-IF
007210     END-IF.
007220     IF MT-EXPIRY-DATE = SPACES
007230         MOVE ZERO TO WS-NEW-EXPIRY-DATE
007240     ELSE
007250         IF MT-EXPIRY-DATE-NUM NUMERIC
007260             AND MT-EXPIRY-DATE-NUM = ZERO
007270             MOVE ZERO TO WS-NEW-EXPIRY-DATE
007280         ELSE
007290             IF MT-EXPIRY-DATE-NUM NUMERIC
007300                 AND MT-EXPIRY-DATE-NUM > ZERO
007310                 AND MT-EXP-MONTH > 0
007320                 AND MT-EXP-MONTH < 13
007330                 AND MT-EXP-DAY > 0
007340                 AND MT-EXP-DAY < 32
007350                 MOVE MT-EXPIRY-DATE-NUM TO WS-NEW-EXPIRY-DATE
007360             ELSE
007370                 MOVE 'EXPIRY DATE NOT VALID' TO WS-EDIT-REASON
007380                 SET WS-TRANS-INVALID TO TRUE
007390                 GO TO 2200-EXIT
007400             END-IF
007410         END-IF
007420     END-IF.
007430     IF WS-NEW-EXPIRY-DATE > ZERO
007440         AND WS-NEW-EXPIRY-DATE < WS-NEW-EFFECTIVE-DATE
007450         MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO WS-EDIT-REASON
007460         SET WS-TRANS-INVALID TO TRUE
007470     END-IF.
007480 2200-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 2250-EDIT-WORDING - screens the transaction's text against
007530*     the wording rules for its message type and language - the
007540*     transaction's own for an add, the master record's for an
007550*     update.  A failure rejects the transaction with the rule
007560*     broken as its reason, and is logged as MSGMAINT logs a
007570*     refused change.
007580******************************************************************
007590 2250-EDIT-WORDING.
007600     MOVE MT-MESSAGE-TEXT TO WS-WORD-CHECK-TEXT.
007610     IF MT-ADD-TRANS
007620         MOVE MT-MESSAGE-TYPE  TO WS-WORD-CHECK-TYPE
007630         MOVE MT-LANGUAGE-CODE TO WS-WORD-CHECK-LANGUAGE
007640     ELSE
007650         MOVE MM-MESSAGE-TYPE  TO WS-WORD-CHECK-TYPE
007660         MOVE MM-LANGUAGE-CODE TO WS-WORD-CHECK-LANGUAGE
007670     END-IF.
007680     PERFORM 2260-CHECK-WORDING
007690         THRU 2260-EXIT.
007700     IF WS-WORDING-FAILED
007710         MOVE WS-WORD-VIOLATION-REASON TO WS-EDIT-REASON
007720         MOVE WS-WORD-VIOLATION-PHRASE TO WS-WD-PHRASE
007730         SET WS-TRANS-INVALID TO TRUE
007740         PERFORM 2290-LOG-WORDING-BLOCK
007750             THRU 2290-EXIT
007760     END-IF.
007770 2250-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 2260-CHECK-WORDING - screens WS-WORD-CHECK-TEXT against the
007820*     wording rules in force for WS-WORD-CHECK-TYPE and
007830*     WS-WORD-CHECK-LANGUAGE (blank = EN) - a rule with a blank
007840*     type or language applies to every type or language.  The
007850*     text fails on the first prohibited phrase it carries or
007860*     the first required phrase it lacks, the rule broken left
007870*     in WS-WORD-VIOLATION.  Case is ignored.
007880******************************************************************
007890 2260-CHECK-WORDING.
007900     MOVE 'N' TO WS-WORDING-FAILED-SW.
007910     MOVE SPACES TO WS-WORD-VIOLATION-REASON.
007920     MOVE SPACES TO WS-WORD-VIOLATION-PHRASE.
007930     IF WS-WORD-CHECK-LANGUAGE = SPACES
007940         MOVE 'EN' TO WS-WORD-CHECK-LANGUAGE
007950     END-IF.
007960     INSPECT WS-WORD-CHECK-TEXT
007970         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
007980     PERFORM 2270-CHECK-ONE-WORD-RULE
007990         THRU 2270-EXIT
008000         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
008010         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
008020         OR WS-WORDING-FAILED.
008030 2260-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070* 2270-CHECK-ONE-WORD-RULE - applies one table rule, if it is in
008080*     force and covers the type and language, by looking for its
008090*     phrase at every position of the text.
008100******************************************************************
008110 2270-CHECK-ONE-WORD-RULE.
008120     IF NOT WS-WRT-ACTIVE (WS-WORD-RULE-SUB)
008130         GO TO 2270-EXIT
008140     END-IF.
008150     IF WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB) NOT = SPACES
008160         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
008170             NOT = WS-WORD-CHECK-TYPE
008180         GO TO 2270-EXIT
008190     END-IF.
008200     IF WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) NOT = SPACES
008210         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB)
008220             NOT = WS-WORD-CHECK-LANGUAGE
008230         GO TO 2270-EXIT
008240     END-IF.
008250     MOVE WS-WRT-PHRASE (WS-WORD-RULE-SUB) TO WS-WORD-PHRASE.
008260     MOVE WS-WRT-PHRASE-LENGTH (WS-WORD-RULE-SUB)
008270         TO WS-WORD-PHRASE-LENGTH.
008280     COMPUTE WS-WORD-SCAN-LAST = 241 - WS-WORD-PHRASE-LENGTH.
008290     MOVE 'N' TO WS-PHRASE-FOUND-SW.
008300     PERFORM 2280-MATCH-PHRASE-AT
008310         THRU 2280-EXIT
008320         VARYING WS-WORD-SCAN-POS FROM 1 BY 1
008330         UNTIL WS-WORD-SCAN-POS > WS-WORD-SCAN-LAST
008340         OR WS-PHRASE-FOUND.
008350     IF WS-WRT-PROHIBITED (WS-WORD-RULE-SUB)
008360         AND WS-PHRASE-FOUND
008370         SET WS-WORDING-FAILED TO TRUE
008380         MOVE 'PROHIBITED PHRASE' TO WS-WORD-VIOLATION-REASON
008390         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
008400     END-IF.
008410     IF WS-WRT-REQUIRED (WS-WORD-RULE-SUB)
008420         AND NOT WS-PHRASE-FOUND
008430         SET WS-WORDING-FAILED TO TRUE
008440         MOVE 'REQUIRED PHRASE MISSING'
008450             TO WS-WORD-VIOLATION-REASON
008460         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
008470     END-IF.
008480 2270-EXIT.
008490     EXIT.
008500
008510******************************************************************
008520* 2280-MATCH-PHRASE-AT - marks the phrase found when the text at
008530*     the current scan position starts with it.
008540******************************************************************
008550 2280-MATCH-PHRASE-AT.
008560     IF WS-WORD-CHECK-TEXT
008570             (WS-WORD-SCAN-POS:WS-WORD-PHRASE-LENGTH)
008580         = WS-WORD-PHRASE (1:WS-WORD-PHRASE-LENGTH)
008590         SET WS-PHRASE-FOUND TO TRUE
008600     END-IF.
008610 2280-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 2290-LOG-WORDING-BLOCK - appends one maintenance log row,
008660*     action B, for new text refused by the wording screen -
008670*     the transaction's operator and text, and the rule
008680*     broken in the new-text field.
008690******************************************************************
008700 2290-LOG-WORDING-BLOCK.
008710     IF WS-MAINTLOG-OPEN
008720         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
008730         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
008740         MOVE MT-OPERATOR-ID     TO ML-OPERATOR-ID
008750         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
008754         MOVE WS-WORD-CHECK-TYPE TO ML-MESSAGE-TYPE
008760         MOVE MT-MESSAGE-TEXT
008770                                 TO ML-OLD-MESSAGE-TEXT
008780         MOVE WS-WORD-VIOLATION-REASON
008790                                 TO WS-WL-REASON
008800         MOVE WS-WORD-CHECK-TYPE TO WS-WL-TYPE
008810         MOVE WS-WORD-CHECK-LANGUAGE
008820                                 TO WS-WL-LANGUAGE
008830         MOVE WS-WORD-VIOLATION-PHRASE
008840                                 TO WS-WL-PHRASE
008850         MOVE WS-WORD-LOG-TEXT   TO ML-NEW-MESSAGE-TEXT
008860         SET ML-WORDING-BLOCK-ACTION
008870                                 TO TRUE
008880         WRITE ML-MAINT-LOG-RECORD
008890     END-IF.
008900 2290-EXIT.
008910     EXIT.
008920
008930******************************************************************
008940* 2300-APPLY-UPDATE - rewrites the message master record from
008950*     the edited transaction and logs the before/after image,
008960*     exactly as MSGMAINT's 2400-APPLY-UPDATE does for a keyed
008970*     change.  2150 already read the record into the FD area.
008980*     The record as it stood goes to the message-version file
008990*     once the rewrite has taken.
009000******************************************************************
009010 2300-APPLY-UPDATE.
009020     MOVE MT-MESSAGE-TEXT TO WS-NEW-MESSAGE-TEXT.
009030     PERFORM 2450-COMPUTE-MESSAGE-LENGTH
009040         THRU 2450-EXIT.
009050     MOVE SPACES                TO MV-VERSION-RECORD.
009060     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
009070     MOVE WS-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
009080     MOVE WS-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
009090     MOVE WS-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
009100     MOVE WS-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
009110     REWRITE MM-MESSAGE-RECORD
009120         INVALID KEY
009130             MOVE 'REWRITE FAILED' TO WS-EDIT-REASON
009140             SET WS-TRANS-INVALID TO TRUE
009150             PERFORM 2600-REJECT-TRANSACTION
009160                 THRU 2600-EXIT
009170             MOVE 16 TO RETURN-CODE
009180             GO TO 2300-EXIT
009190     END-REWRITE.
009200     SET MV-UPDATED TO TRUE.
009210     PERFORM 2850-WRITE-VERSION-RECORD
009220         THRU 2850-EXIT.
009230     MOVE 'U' TO WS-LOG-ACTION-CODE.
009240     PERFORM 2800-WRITE-LOG-RECORD
009250         THRU 2800-EXIT.
009260     PERFORM 2700-REPORT-APPLIED
009270         THRU 2700-EXIT.
009280 2300-EXIT.
009290     EXIT.
009300
009310******************************************************************
009320* 2400-APPLY-ADD - assigns the next record key when the
009330*     transaction did not bring one, writes the brand-new
009340*     message record and logs the addition, as MSGMAINT's
009350*     2500-APPLY-ADD does.
009360******************************************************************
009370 2400-APPLY-ADD.
009380     IF WS-APPLY-KEY = ZERO
009390         PERFORM 2420-ASSIGN-NEXT-KEY
009400             THRU 2420-EXIT
009410         MOVE WS-NEXT-RECORD-KEY TO WS-APPLY-KEY
009420     END-IF.
009430     MOVE MT-MESSAGE-TEXT TO WS-NEW-MESSAGE-TEXT.
009440     PERFORM 2450-COMPUTE-MESSAGE-LENGTH
009450         THRU 2450-EXIT.
009460     MOVE SPACES                TO MM-MESSAGE-RECORD.
009470     MOVE WS-APPLY-KEY          TO MM-RECORD-KEY.
009480     MOVE MT-MESSAGE-TYPE       TO MM-MESSAGE-TYPE.
009490     IF MT-LANGUAGE-CODE = SPACES
009500         MOVE 'EN' TO MM-LANGUAGE-CODE
009510     ELSE
009520         MOVE MT-LANGUAGE-CODE TO MM-LANGUAGE-CODE
009530     END-IF.
009540     MOVE WS-NEW-MESSAGE-TEXT   TO MM-MESSAGE-TEXT.
009550     MOVE WS-NEW-MESSAGE-LENGTH TO MM-MESSAGE-LENGTH.
009560     MOVE WS-NEW-EFFECTIVE-DATE TO MM-EFFECTIVE-DATE.
009570     MOVE WS-NEW-EXPIRY-DATE    TO MM-EXPIRY-DATE.
009580     WRITE MM-MESSAGE-RECORD
009590         INVALID KEY
009600             MOVE 'ADD FAILED' TO WS-EDIT-REASON
009610             SET WS-TRANS-INVALID TO TRUE
009620             PERFORM 2600-REJECT-TRANSACTION
009630                 THRU 2600-EXIT
009640             MOVE 16 TO RETURN-CODE
009650             GO TO 2400-EXIT
009660     END-WRITE.
009670     MOVE 'A' TO WS-LOG-ACTION-CODE.
009680     PERFORM 2800-WRITE-LOG-RECORD
009690         THRU 2800-EXIT.
009700     PERFORM 2700-REPORT-APPLIED
009710         THRU 2700-EXIT.
009720 2400-EXIT.
009730     EXIT.
009740
009750******************************************************************
009760* 2420-ASSIGN-NEXT-KEY - scans the keyed master in key order
009770*     and assigns the next record key as one past the highest
009780*     key on file, or key 1 for an empty master, as MSGMAINT's
009790*     2520-ASSIGN-NEXT-KEY does.
009800******************************************************************
009810 2420-ASSIGN-NEXT-KEY.
009820     MOVE ZERO TO WS-NEXT-RECORD-KEY.
009830     MOVE 'N'  TO WS-SCAN-EOF-SW.
009840     MOVE ZERO TO MM-RECORD-KEY.
009850     START MESSAGE-MASTER-FILE
009860         KEY IS NOT LESS THAN MM-RECORD-KEY
009870         INVALID KEY
009880             SET WS-SCAN-EOF TO TRUE
009890     END-START.
009900     PERFORM 2440-SCAN-FOR-HIGH-KEY
009910         THRU 2440-EXIT
009920         UNTIL WS-SCAN-EOF.
009930     ADD 1 TO WS-NEXT-RECORD-KEY.
009940 2420-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980* 2440-SCAN-FOR-HIGH-KEY - reads the next record in key order,
009990*     remembering the highest key seen.
010000******************************************************************
010010 2440-SCAN-FOR-HIGH-KEY.
010020     READ MESSAGE-MASTER-FILE NEXT
010030         AT END
010040             SET WS-SCAN-EOF TO TRUE
010050         NOT AT END
010060             MOVE MM-RECORD-KEY TO WS-NEXT-RECORD-KEY
010070     END-READ.
010080 2440-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120* 2450-COMPUTE-MESSAGE-LENGTH - counts the characters in
010130*     WS-NEW-MESSAGE-TEXT up to its last non-blank position,
010140*     as MSGMAINT does, so MM-MESSAGE-LENGTH stays in step
010150*     with the text being saved.
010160******************************************************************
010170 2450-COMPUTE-MESSAGE-LENGTH.
010180     MOVE 240 TO WS-LENGTH-SUBSCRIPT.
010190     PERFORM 2455-SCAN-FOR-LAST-CHAR
010200         THRU 2455-EXIT
010210         WITH TEST AFTER
010220         UNTIL WS-LENGTH-SUBSCRIPT = ZERO
010230         OR WS-NEW-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1)
010240             NOT = SPACE.
010250     MOVE WS-LENGTH-SUBSCRIPT TO WS-NEW-MESSAGE-LENGTH.
010260 2450-EXIT.
010270     EXIT.
010280
010290******************************************************************
010300* 2455-SCAN-FOR-LAST-CHAR - steps one position toward the front
010310*     of WS-NEW-MESSAGE-TEXT when the current position is blank.
010320******************************************************************
010330 2455-SCAN-FOR-LAST-CHAR.
010340     IF WS-NEW-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1) = SPACE
010350         SUBTRACT 1 FROM WS-LENGTH-SUBSCRIPT
010360     END-IF.
010370 2455-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410* 2500-APPLY-DELETE - deletes the message record the
010420*     transaction named and logs the deletion, as MSGMAINT's
010430*     2550-APPLY-DELETE does.  2150 already positioned the FD
010440*     area on the record and kept its text for the log.
010450*     The deleted record's last image goes to the message-
010460*     version file.
010470******************************************************************
010480 2500-APPLY-DELETE.
010490     MOVE SPACES                TO MV-VERSION-RECORD.
010500     MOVE MM-MESSAGE-RECORD     TO MV-MASTER-IMAGE.
010510     DELETE MESSAGE-MASTER-FILE RECORD
010520         INVALID KEY
010530             MOVE 'DELETE FAILED' TO WS-EDIT-REASON
010540             SET WS-TRANS-INVALID TO TRUE
010550             PERFORM 2600-REJECT-TRANSACTION
010560                 THRU 2600-EXIT
010570             MOVE 16 TO RETURN-CODE
010580             GO TO 2500-EXIT
010590     END-DELETE.
010600     SET MV-DELETED TO TRUE.
010610     PERFORM 2850-WRITE-VERSION-RECORD
010620         THRU 2850-EXIT.
010630     MOVE SPACES TO WS-NEW-MESSAGE-TEXT.
010640     MOVE 'D' TO WS-LOG-ACTION-CODE.
010650     PERFORM 2800-WRITE-LOG-RECORD
010660         THRU 2800-EXIT.
010670     PERFORM 2700-REPORT-APPLIED
010680         THRU 2700-EXIT.
010690 2500-EXIT.
010700     EXIT.
010710
010720******************************************************************
010730* 2600-REJECT-TRANSACTION - writes the transaction unchanged to
010740*     the recycle file so it can be corrected and resubmitted,
010750*     and its REJECTED line with the reason to the edit report.
010760*     A wording failure adds a line naming the phrase.
010770******************************************************************
010780 2600-REJECT-TRANSACTION.
010790     IF WS-RECYCLE-OPEN
010800         MOVE MT-TRANSACTION-RECORD TO RC-RECYCLE-RECORD
010810         WRITE RC-RECYCLE-RECORD
010820     END-IF.
010830     MOVE SPACES          TO ER-REPORT-LINE.
010840     MOVE MT-ACTION-CODE  TO ER-ACTION-CODE.
010850     MOVE MT-RECORD-KEY   TO ER-RECORD-KEY.
010860     MOVE MT-MESSAGE-TYPE TO ER-MESSAGE-TYPE.
010870     MOVE 'REJECTED'      TO ER-DISPOSITION.
010880     MOVE WS-EDIT-REASON  TO ER-REASON.
010890     WRITE ER-REPORT-LINE.
010900     IF WS-WORDING-FAILED
010910         MOVE WS-WORD-DETAIL-LINE TO ER-REPORT-LINE
010920         WRITE ER-REPORT-LINE
010930     END-IF.
010940     ADD 1 TO WS-REJECTED-COUNT.
010950 2600-EXIT.
010960     EXIT.

010970******************************************************************
010980* 2650-HOLD-FOR-APPROVAL - writes the clean sensitive-type
010990*     transaction to the pending-change file for a second
011000*     authorized operator to approve in MSGAPPRV, logs the
011010*     hold action P, and reports the transaction PENDING.
011020*     The master is not touched here; an add's key is
011030*     assigned at approval time when the transaction did not
011040*     bring one.
011050******************************************************************
011060 2650-HOLD-FOR-APPROVAL.
011070     MOVE MT-MESSAGE-TEXT TO WS-NEW-MESSAGE-TEXT.
011080     IF MT-DELETE-TRANS
011090         MOVE SPACES TO WS-NEW-MESSAGE-TEXT
011100         MOVE ZERO   TO WS-NEW-MESSAGE-LENGTH
011110         MOVE MM-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
011120         MOVE MM-EXPIRY-DATE    TO WS-NEW-EXPIRY-DATE
011130     ELSE
011140         PERFORM 2450-COMPUTE-MESSAGE-LENGTH
011150             THRU 2450-EXIT
011160     END-IF.
011170     MOVE SPACES                TO PD-PENDING-RECORD.
011180     MOVE MT-ACTION-CODE        TO PD-ACTION.
011190     MOVE WS-APPLY-KEY          TO PD-RECORD-KEY.
011200     MOVE WS-SENSITIVE-TYPE-CHECK TO PD-MESSAGE-TYPE.
011210     MOVE WS-OLD-MESSAGE-TEXT   TO PD-OLD-MESSAGE-TEXT.
011220     MOVE WS-NEW-MESSAGE-TEXT   TO PD-NEW-MESSAGE-TEXT.
011230     MOVE WS-NEW-MESSAGE-LENGTH TO PD-NEW-MESSAGE-LENGTH.
011240     MOVE WS-NEW-EFFECTIVE-DATE TO PD-NEW-EFFECTIVE-DATE.
011250     MOVE WS-NEW-EXPIRY-DATE    TO PD-NEW-EXPIRY-DATE.
011260     MOVE MT-OPERATOR-ID        TO PD-REQUEST-OPERATOR-ID.
011270     MOVE WS-RUN-DATE           TO PD-REQUEST-DATE.
011280     MOVE WS-RUN-TIME           TO PD-REQUEST-TIME.
011290     IF MT-ADD-TRANS
011300         IF MT-LANGUAGE-CODE = SPACES
011310             MOVE 'EN' TO PD-LANGUAGE-CODE
011320         ELSE
011330             MOVE MT-LANGUAGE-CODE TO PD-LANGUAGE-CODE
011340         END-IF
011350     ELSE
011360         MOVE MM-LANGUAGE-CODE TO PD-LANGUAGE-CODE
011370     END-IF.
011380     WRITE PD-PENDING-RECORD.
011390     IF WS-MAINTLOG-OPEN
011400         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
011410         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
011420         MOVE MT-OPERATOR-ID      TO ML-OPERATOR-ID
011430         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
011434         MOVE WS-SENSITIVE-TYPE-CHECK TO ML-MESSAGE-TYPE
011440         MOVE WS-OLD-MESSAGE-TEXT TO ML-OLD-MESSAGE-TEXT
011450         MOVE WS-NEW-MESSAGE-TEXT TO ML-NEW-MESSAGE-TEXT
011460         SET ML-PENDING-ACTION    TO TRUE
011470         WRITE ML-MAINT-LOG-RECORD
011480     END-IF.
011490     MOVE SPACES          TO ER-REPORT-LINE.
011500     MOVE MT-ACTION-CODE  TO ER-ACTION-CODE.
011510     MOVE MT-RECORD-KEY   TO ER-RECORD-KEY.
011520     MOVE MT-MESSAGE-TYPE TO ER-MESSAGE-TYPE.
011530     MOVE 'PENDING'       TO ER-DISPOSITION.
011540     MOVE 'HELD FOR SECOND-OPERATOR OK' TO ER-REASON.
011550     WRITE ER-REPORT-LINE.
011560     ADD 1 TO WS-PENDING-COUNT.
011570 2650-EXIT.
011580     EXIT.
011590
011600******************************************************************
011610* 2700-REPORT-APPLIED - writes the transaction's APPLIED line,
011620*     showing the key actually used - an add may have been
011630*     assigned one.
011640******************************************************************
011650 2700-REPORT-APPLIED.
011660     MOVE SPACES          TO ER-REPORT-LINE.
011670     MOVE MT-ACTION-CODE  TO ER-ACTION-CODE.
011680     MOVE WS-APPLY-KEY    TO ER-RECORD-KEY.
011690     MOVE MT-MESSAGE-TYPE TO ER-MESSAGE-TYPE.
011700     MOVE 'APPLIED'       TO ER-DISPOSITION.
011710     WRITE ER-REPORT-LINE.
011720     ADD 1 TO WS-APPLIED-COUNT.
011730 2700-EXIT.
011740     EXIT.
011750
011760******************************************************************
011770* 2800-WRITE-LOG-RECORD - appends one maintenance log row for
011780*     the change just applied, with the transaction's operator
011790*     ID and the before/after text, exactly as a keyed MSGMAINT
011800*     change is logged.
011810******************************************************************
011820 2800-WRITE-LOG-RECORD.
011830     IF WS-MAINTLOG-OPEN
011840         MOVE WS-RUN-DATE         TO ML-CHANGE-DATE
011850         MOVE WS-RUN-TIME         TO ML-CHANGE-TIME
011860         MOVE MT-OPERATOR-ID      TO ML-OPERATOR-ID
011870         MOVE SPACES              TO ML-SECOND-OPERATOR-ID
011874         MOVE MM-MESSAGE-TYPE     TO ML-MESSAGE-TYPE
011880         MOVE WS-OLD-MESSAGE-TEXT TO ML-OLD-MESSAGE-TEXT
011890         MOVE WS-NEW-MESSAGE-TEXT TO ML-NEW-MESSAGE-TEXT
011900         MOVE WS-LOG-ACTION-CODE  TO ML-ACTION
011910         WRITE ML-MAINT-LOG-RECORD
011920     END-IF.
011930 2800-EXIT.
011940     EXIT.
011950
011960******************************************************************
011970* 2850-WRITE-VERSION-RECORD - appends the superseded master
011980*     record image, already moved to MV-MASTER-IMAGE with its
011990*     MV-ACTION set, to the message-version file, stamped with
012000*     the run date and time and the transaction's operator.
012010******************************************************************
012020 2850-WRITE-VERSION-RECORD.
012030     IF WS-MSGVERS-OPEN
012040         MOVE WS-RUN-DATE         TO MV-SUPERSEDED-DATE
012050         MOVE WS-RUN-TIME         TO MV-SUPERSEDED-TIME
012060         MOVE MT-OPERATOR-ID      TO MV-OPERATOR-ID
012070         MOVE SPACES              TO MV-SECOND-OPERATOR-ID
012080         MOVE 'MSGLOAD'           TO MV-PROGRAM-ID
012090         WRITE MV-VERSION-RECORD
012100     END-IF.
012110 2850-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150* 2900-READ-TRANSACTION - reads the next transaction record or
012160*     signals end of file.
012170******************************************************************
012180 2900-READ-TRANSACTION.
012190     READ TRANSACTION-FILE
012200         AT END
012210             SET WS-EOF TO TRUE
012220         NOT AT END
012230             ADD 1 TO WS-TRANS-READ-COUNT
012240     END-READ.
012250 2900-EXIT.
012260     EXIT.
012270
012280******************************************************************
012290* 8000-WRITE-SUMMARY - writes the run totals to the edit report
012300*     and sets the warning return code when any transaction was
012310*     rejected, so the scheduler can flag the recycle file for
012320*     correction.
012330******************************************************************
012340 8000-WRITE-SUMMARY.
012350     MOVE SPACES TO WS-SUMMARY-LINE.
012360     MOVE 'TRANSACTIONS READ   -' TO WS-SUMMARY-LABEL.
012370     MOVE WS-TRANS-READ-COUNT TO WS-SUMMARY-COUNT.
012380     MOVE WS-SUMMARY-LINE TO ER-REPORT-LINE.
012390     WRITE ER-REPORT-LINE.
012400     MOVE 'APPLIED             -' TO WS-SUMMARY-LABEL.
012410     MOVE WS-APPLIED-COUNT TO WS-SUMMARY-COUNT.
012420     MOVE WS-SUMMARY-LINE TO ER-REPORT-LINE.
012430     WRITE ER-REPORT-LINE.
012440     MOVE 'HELD PENDING        -' TO WS-SUMMARY-LABEL.
012450     MOVE WS-PENDING-COUNT TO WS-SUMMARY-COUNT.
012460     MOVE WS-SUMMARY-LINE TO ER-REPORT-LINE.
012470     WRITE ER-REPORT-LINE.
012480     MOVE 'REJECTED            -' TO WS-SUMMARY-LABEL.
012490     MOVE WS-REJECTED-COUNT TO WS-SUMMARY-COUNT.
012500     MOVE WS-SUMMARY-LINE TO ER-REPORT-LINE.
012510     WRITE ER-REPORT-LINE.
012520     IF WS-REJECTED-COUNT > ZERO
012530         IF RETURN-CODE = ZERO
012540             MOVE 8 TO RETURN-CODE
012550         END-IF
012560         DISPLAY 'MSGLOAD: ' WS-REJECTED-COUNT ' TRANSACTION(S) '
012570             'REJECTED TO THE RECYCLE FILE'
012580     END-IF.
012590 8000-EXIT.
012600     EXIT.
012610
012620******************************************************************
012630* 9000-TERMINATE - closes open files before STOP RUN.
012640******************************************************************
012650 9000-TERMINATE.
012660     IF WS-TRANIN-OPEN
012670         CLOSE TRANSACTION-FILE
012680     END-IF.
012690     IF WS-MSGMAST-OPEN
012700         CLOSE MESSAGE-MASTER-FILE
012710     END-IF.
012720     IF WS-MAINTLOG-OPEN
012730         CLOSE MAINT-LOG-FILE
012740     END-IF.
012750     IF WS-EDITRPT-OPEN
012760         CLOSE EDIT-REPORT-FILE
012770     END-IF.
012780     IF WS-PENDCHG-OPEN
012790         CLOSE PENDING-CHANGE-FILE
012800     END-IF.
012810     IF WS-RECYCLE-OPEN
012820         CLOSE RECYCLE-FILE
012830     END-IF.
012840     IF WS-MSGVERS-OPEN
012850         CLOSE MESSAGE-VERSION-FILE
012860     END-IF.
012870 9000-EXIT.
012880     EXIT.
012890
012900 END PROGRAM MSGLOAD.
