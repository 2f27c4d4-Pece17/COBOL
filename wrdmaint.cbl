000100******************************************************************
000110* PROGRAM:    WRDMAINT
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Lets the operations supervisor maintain the
000160*             wording-rule file - phrases a banner text must
000170*             never carry (a banned phrase, a competitor's
000180*             name, an internal note left in the text) and
000190*             phrases it must carry (the legally required
000200*             disclosure for a message type and language).
000210*             MSGMAINT, MSGLOAD, REJRPAIR and MSGAPPRV screen
000220*             new text against the rules before a master
000230*             record is written, and SAMPLE-PROGRAM and
000240*             FLASHRUN screen again before broadcast.  The
000250*             file can be reloaded fresh or appended to; an
000260*             appended entry for a rule already on file
000270*             replaces it, so keying a rule again with N
000280*             retires it.  Each entry written is logged to
000290*             MAINT-LOG.
000300*
000310* MODIFICATION HISTORY
000320*   2026-10-15  RSW  Original program.
000322*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000324*                    type it concerns in ML-MESSAGE-TYPE,
000326*                    blank on this program's rows - a
000328*                    wording rule is not message maintenance.
000330******************************************************************
000340
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. WRDMAINT.
000370 AUTHOR. R. S. WINTERS.
000380 INSTALLATION. DATA CENTER SERVICES.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-WORDRULE-STATUS.
000520
000530     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-MAINTLOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  WORDING-RULE-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620     COPY WORDRULE.
000630
000640 FD  MAINT-LOG-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY MAINTLOG.
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-FILE-STATUSES.
000710     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
000720         88  WS-WORDRULE-OK               VALUE '00'.
000730     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
000740         88  WS-MAINTLOG-OK               VALUE '00'.
000750
000760 01  WS-SWITCHES.
000770     05  WS-WORDRULE-OPEN-SW         PIC X(01) VALUE 'N'.
000780         88  WS-WORDRULE-OPEN              VALUE 'Y'.
000790     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000800         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
000810     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000820         88  WS-DONE                       VALUE 'Y'.
000830     05  WS-ENTRY-VALID-SW           PIC X(01) VALUE 'Y'.
000840         88  WS-ENTRY-VALID                VALUE 'Y'.
000850         88  WS-ENTRY-INVALID              VALUE 'N'.
000860
000870 01  WS-RUN-STAMP.
000880     05  WS-RUN-DATE                 PIC 9(08).
000890     05  WS-RUN-TIME                 PIC 9(08).
000900
000910 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
000920 01  WS-LOAD-MODE                    PIC X(01) VALUE SPACE.
000930     88  WS-LOAD-FRESH                    VALUE 'N'.
000940     88  WS-LOAD-APPEND                   VALUE 'A'.
000950     88  WS-LOAD-MODE-VALID               VALUES 'N' 'A'.
000960 01  WS-RULE-TYPE-REPLY              PIC X(03) VALUE SPACES.
000970     88  WS-RULE-PROHIBITED               VALUE 'P'.
000980     88  WS-RULE-REQUIRED                 VALUE 'R'.
000990     88  WS-RULE-TYPE-VALID               VALUES 'P' 'R'.
001000 01  WS-TYPE-REPLY                   PIC X(10) VALUE SPACES.
001010 01  WS-LANGUAGE-REPLY               PIC X(02) VALUE SPACES.
001020 01  WS-PHRASE-REPLY                 PIC X(60) VALUE SPACES.
001030 01  WS-ACTIVE-REPLY                 PIC X(01) VALUE SPACE.
001040     88  WS-ACTIVE-VALID                  VALUES 'Y' 'N'.
001050 01  WS-LOG-TEXT.
001060     05  WS-LOG-RULE-TYPE            PIC X(01).
001070     05  FILLER                      PIC X(06) VALUE ' TYPE '.
001080     05  WS-LOG-TYPE                 PIC X(10).
001090     05  FILLER                      PIC X(06) VALUE ' LANG '.
001100     05  WS-LOG-LANGUAGE             PIC X(02).
001110     05  FILLER                      PIC X(08) VALUE ' ACTIVE '.
001120     05  WS-LOG-ACTIVE               PIC X(01).
001130     05  FILLER                      PIC X(03) VALUE ' - '.
001140     05  WS-LOG-PHRASE               PIC X(60).
001150
001160 77  WS-ENTRIES-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001170
001180 PROCEDURE DIVISION.
001190******************************************************************
001200* 0000-MAINLINE - controls overall program flow.
001210******************************************************************
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE
001240         THRU 1000-EXIT.
001250     IF RETURN-CODE = 0
001260         PERFORM 2000-LOAD-ONE-ENTRY
001270             THRU 2000-EXIT
001280             UNTIL WS-DONE
001290         DISPLAY 'WRDMAINT: ' WS-ENTRIES-WRITTEN-COUNT
001300             ' WORDING RULE ENTRIES WRITTEN'
001310     END-IF.
001320     PERFORM 9000-TERMINATE
001330         THRU 9000-EXIT.
001340     STOP RUN.
001350
001360******************************************************************
001370* 1000-INITIALIZE - obtains the operator and load mode, opens
001380*     the wording-rule file accordingly - fresh load or
001390*     append - and the maintenance log.
001400******************************************************************
001410 1000-INITIALIZE.
001420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001430     ACCEPT WS-RUN-TIME FROM TIME.
001440     DISPLAY 'WRDMAINT: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
001450     ACCEPT WS-OPERATOR-ID.
001460     PERFORM 1100-PROMPT-FOR-MODE
001470         THRU 1100-EXIT
001480         WITH TEST AFTER
001490         UNTIL WS-LOAD-MODE-VALID.
001500     IF WS-LOAD-FRESH
001510         OPEN OUTPUT WORDING-RULE-FILE
001520     ELSE
001530         OPEN EXTEND WORDING-RULE-FILE
001540     END-IF.
001550     IF NOT WS-WORDRULE-OK
001560         DISPLAY 'WRDMAINT: UNABLE TO OPEN WORDING-RULE FILE, '
001570             'STATUS = ' WS-WORDRULE-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     SET WS-WORDRULE-OPEN TO TRUE.
001620     OPEN EXTEND MAINT-LOG-FILE.
001630     IF NOT WS-MAINTLOG-OK
001640         DISPLAY 'WRDMAINT: UNABLE TO OPEN MAINT-LOG FILE, '
001650             'STATUS = ' WS-MAINTLOG-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     SET WS-MAINTLOG-OPEN TO TRUE.
001700 1000-EXIT.
001710     EXIT.
001720
001730******************************************************************
001740* 1100-PROMPT-FOR-MODE - obtains whether this session replaces
001750*     the whole wording-rule file or appends to what is
001760*     already there - the usual way to add or retire a rule.
001770******************************************************************
001780 1100-PROMPT-FOR-MODE.
001790     DISPLAY 'WRDMAINT: ENTER LOAD MODE - N = NEW RULE FILE, '
001800         'A = APPEND'.
001810     ACCEPT WS-LOAD-MODE.
001820     IF WS-LOAD-MODE = 'n'
001830         MOVE 'N' TO WS-LOAD-MODE
001840     END-IF.
001850     IF WS-LOAD-MODE = 'a'
001860         MOVE 'A' TO WS-LOAD-MODE
001870     END-IF.
001880     IF NOT WS-LOAD-MODE-VALID
001890         DISPLAY 'WRDMAINT: MODE MUST BE N OR A'
001900     END-IF.
001910 1100-EXIT.
001920     EXIT.
001930
001940******************************************************************
001950* 2000-LOAD-ONE-ENTRY - prompts for one wording rule, writes
001960*     it and logs it, until the operator enters END in place
001970*     of the rule type.
001980******************************************************************
001990 2000-LOAD-ONE-ENTRY.
002000     PERFORM 2100-PROMPT-FOR-ENTRY
002010         THRU 2100-EXIT.
002020     IF WS-DONE
002030         GO TO 2000-EXIT
002040     END-IF.
002050     IF WS-ENTRY-INVALID
002060         GO TO 2000-EXIT
002070     END-IF.
002080     PERFORM 2200-WRITE-RULE-ENTRY
002090         THRU 2200-EXIT.
002100     PERFORM 2300-WRITE-LOG-RECORD
002110         THRU 2300-EXIT.
002120 2000-EXIT.
002130     EXIT.
002140
002150******************************************************************
002160* 2100-PROMPT-FOR-ENTRY - obtains one rule - the rule type (or
002170*     END to finish), the message type and language it covers,
002180*     the phrase and whether the rule is in force - validating
002190*     as it goes.  A blank message type or language covers
002200*     every type or language, but a required phrase belongs to
002210*     one message type, so a required rule must name its type.
002220*     The phrase may not be blank and may not start with a
002230*     blank.
002240******************************************************************
002250 2100-PROMPT-FOR-ENTRY.
002260     SET WS-ENTRY-VALID TO TRUE.
002270     DISPLAY 'WRDMAINT: ENTER RULE TYPE - P = PROHIBITED PHRASE, '
002280         'R = REQUIRED PHRASE - OR END'.
002290     MOVE SPACES TO WS-RULE-TYPE-REPLY.
002300     ACCEPT WS-RULE-TYPE-REPLY.
002310     IF WS-RULE-TYPE-REPLY = 'END' OR WS-RULE-TYPE-REPLY = 'end'
002320         SET WS-DONE TO TRUE
002330         GO TO 2100-EXIT
002340     END-IF.
002350     IF WS-RULE-TYPE-REPLY = 'p'
002360         MOVE 'P' TO WS-RULE-TYPE-REPLY
002370     END-IF.
002380     IF WS-RULE-TYPE-REPLY = 'r'
002390         MOVE 'R' TO WS-RULE-TYPE-REPLY
002400     END-IF.
002410     IF NOT WS-RULE-TYPE-VALID
002420         DISPLAY 'WRDMAINT: RULE TYPE MUST BE P OR R - ENTRY '
002430             'SKIPPED'
002440         SET WS-ENTRY-INVALID TO TRUE
002450         GO TO 2100-EXIT
002460     END-IF.
002470     DISPLAY 'WRDMAINT: ENTER MESSAGE TYPE (BLANK = ALL TYPES)'.
002480     MOVE SPACES TO WS-TYPE-REPLY.
002490     ACCEPT WS-TYPE-REPLY.
002500     IF WS-RULE-REQUIRED
002510         AND WS-TYPE-REPLY = SPACES
002520         DISPLAY 'WRDMAINT: A REQUIRED PHRASE MUST NAME ITS '
002530             'MESSAGE TYPE - ENTRY SKIPPED'
002540         SET WS-ENTRY-INVALID TO TRUE
002550         GO TO 2100-EXIT
002560     END-IF.
002570     DISPLAY 'WRDMAINT: ENTER LANGUAGE CODE (BLANK = ALL '
002580         'LANGUAGES)'.
002590     MOVE SPACES TO WS-LANGUAGE-REPLY.
002600     ACCEPT WS-LANGUAGE-REPLY.
002610     DISPLAY 'WRDMAINT: ENTER PHRASE (UP TO 60 CHARACTERS)'.
002620     MOVE SPACES TO WS-PHRASE-REPLY.
002630     ACCEPT WS-PHRASE-REPLY.
002640     IF WS-PHRASE-REPLY = SPACES
002650         OR WS-PHRASE-REPLY (1:1) = SPACE
002660         DISPLAY 'WRDMAINT: PHRASE MUST NOT BE BLANK OR START '
002670             'WITH A BLANK - ENTRY SKIPPED'
002680         SET WS-ENTRY-INVALID TO TRUE
002690         GO TO 2100-EXIT
002700     END-IF.
002710     DISPLAY 'WRDMAINT: ENTER Y TO PUT THE RULE IN FORCE, N TO '
002720         'RETIRE IT'.
002730     MOVE SPACE TO WS-ACTIVE-REPLY.
002740     ACCEPT WS-ACTIVE-REPLY.
002750     IF WS-ACTIVE-REPLY = 'y'
002760         MOVE 'Y' TO WS-ACTIVE-REPLY
002770     END-IF.
002780     IF WS-ACTIVE-REPLY = 'n'
002790         MOVE 'N' TO WS-ACTIVE-REPLY
002800     END-IF.
002810     IF NOT WS-ACTIVE-VALID
002820         DISPLAY 'WRDMAINT: REPLY MUST BE Y OR N - ENTRY SKIPPED'
002830         SET WS-ENTRY-INVALID TO TRUE
002840     END-IF.
002850 2100-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890* 2200-WRITE-RULE-ENTRY - writes the rule just keyed.
002900******************************************************************
002910 2200-WRITE-RULE-ENTRY.
002920     MOVE SPACES              TO WR-WORD-RULE-RECORD.
002930     MOVE WS-RULE-TYPE-REPLY  TO WR-RULE-TYPE.
002940     MOVE WS-TYPE-REPLY       TO WR-MESSAGE-TYPE.
002950     MOVE WS-LANGUAGE-REPLY   TO WR-LANGUAGE-CODE.
002960     MOVE WS-PHRASE-REPLY     TO WR-PHRASE.
002970     MOVE WS-ACTIVE-REPLY     TO WR-ACTIVE-FLAG.
002980     MOVE WS-RUN-DATE         TO WR-CHANGE-DATE.
002990     MOVE WS-OPERATOR-ID      TO WR-OPERATOR-ID.
003000     WRITE WR-WORD-RULE-RECORD.
003010     ADD 1 TO WS-ENTRIES-WRITTEN-COUNT.
003020     DISPLAY 'WRDMAINT: ENTRY WRITTEN'.
003030 2200-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 2300-WRITE-LOG-RECORD - logs the rule just written to the
003080*     maintenance log, action W, with the rule in the new-text
003090*     field.
003100******************************************************************
003110 2300-WRITE-LOG-RECORD.
003120     IF WS-MAINTLOG-OPEN
003130         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
003140         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
003150         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
003160         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
003164         MOVE SPACES             TO ML-MESSAGE-TYPE
003170         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
003180         MOVE WS-RULE-TYPE-REPLY TO WS-LOG-RULE-TYPE
003190         MOVE WS-TYPE-REPLY      TO WS-LOG-TYPE
003200         MOVE WS-LANGUAGE-REPLY  TO WS-LOG-LANGUAGE
003210         MOVE WS-ACTIVE-REPLY    TO WS-LOG-ACTIVE
003220         MOVE WS-PHRASE-REPLY    TO WS-LOG-PHRASE
003230         MOVE WS-LOG-TEXT        TO ML-NEW-MESSAGE-TEXT
003240         SET ML-WORDRULE-ACTION  TO TRUE
003250         WRITE ML-MAINT-LOG-RECORD
003260     END-IF.
003270 2300-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310* 9000-TERMINATE - closes open files before STOP RUN.
003320******************************************************************
003330 9000-TERMINATE.
003340     IF WS-WORDRULE-OPEN
003350         CLOSE WORDING-RULE-FILE
003360     END-IF.
003370     IF WS-MAINTLOG-OPEN
003380         CLOSE MAINT-LOG-FILE
003390     END-IF.
003400 9000-EXIT.
003410     EXIT.
003420
003430 END PROGRAM WRDMAINT.
