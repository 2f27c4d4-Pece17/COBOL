000100******************************************************************
000110* PROGRAM:    SYMMAINT
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Lets the operations supervisor maintain the
000160*             symbol-value file - the named business variables
000170*             (figures, dates, phone numbers) a banner text can
000180*             carry as &NAME placeholders, which SAMPLE-PROGRAM
000190*             replaces with the current value at broadcast
000200*             time.  A figure that changes no longer means
000210*             re-keying the message and sending it through
000220*             MSGAPPRV - the legal wording stays put and only
000230*             the value changes here.  The file can be reloaded
000240*             fresh or appended to; an appended entry for a
000250*             name already on file replaces the earlier value.
000260*             Each entry written is logged to MAINT-LOG.
000270*
000280* MODIFICATION HISTORY
000290*   2026-10-15  RSW  Original program.
000292*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000294*                    type it concerns in ML-MESSAGE-TYPE,
000296*                    blank on this program's rows - a
000298*                    symbol value concerns no one type.
000300******************************************************************
000310
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SYMMAINT.
000340 AUTHOR. R. S. WINTERS.
000350 INSTALLATION. DATA CENTER SERVICES.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SYMBOL-VALUE-FILE ASSIGN TO SYMVALS
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-SYMVALS-STATUS.
000490
000500     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-MAINTLOG-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  SYMBOL-VALUE-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY SYMVAL.
000600
000610 FD  MAINT-LOG-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY MAINTLOG.
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-FILE-STATUSES.
000680     05  WS-SYMVALS-STATUS           PIC X(02) VALUE '00'.
000690         88  WS-SYMVALS-OK                VALUE '00'.
000700     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
000710         88  WS-MAINTLOG-OK               VALUE '00'.
000720
000730 01  WS-SWITCHES.
000740     05  WS-SYMVALS-OPEN-SW          PIC X(01) VALUE 'N'.
000750         88  WS-SYMVALS-OPEN               VALUE 'Y'.
000760     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000770         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
000780     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000790         88  WS-DONE                       VALUE 'Y'.
000800     05  WS-ENTRY-VALID-SW           PIC X(01) VALUE 'Y'.
000810         88  WS-ENTRY-VALID                VALUE 'Y'.
000820         88  WS-ENTRY-INVALID              VALUE 'N'.
000830
000840 01  WS-RUN-STAMP.
000850     05  WS-RUN-DATE                 PIC 9(08).
000860     05  WS-RUN-TIME                 PIC 9(08).
000870
000880 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
000890 01  WS-LOAD-MODE                    PIC X(01) VALUE SPACE.
000900     88  WS-LOAD-FRESH                    VALUE 'N'.
000910     88  WS-LOAD-APPEND                   VALUE 'A'.
000920     88  WS-LOAD-MODE-VALID               VALUES 'N' 'A'.
000930 01  WS-NAME-REPLY                   PIC X(10) VALUE SPACES.
000940 01  WS-VALUE-REPLY                  PIC X(60) VALUE SPACES.
000950 01  WS-NAME-CHAR                    PIC X(01) VALUE SPACE.
000960 01  WS-LOG-TEXT.
000970     05  WS-LOG-NAME                 PIC X(10).
000980     05  FILLER                      PIC X(03) VALUE ' = '.
000990     05  WS-LOG-VALUE                PIC X(60).
001000
001010 77  WS-ENTRIES-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001020 77  WS-CHAR-SUB                     PIC 9(02) COMP VALUE ZERO.
001030 77  WS-NAME-END-SUB                 PIC 9(02) COMP VALUE ZERO.
001040
001050 PROCEDURE DIVISION.
001060******************************************************************
001070* 0000-MAINLINE - controls overall program flow.
001080******************************************************************
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE
001110         THRU 1000-EXIT.
001120     IF RETURN-CODE = 0
001130         PERFORM 2000-LOAD-ONE-ENTRY
001140             THRU 2000-EXIT
001150             UNTIL WS-DONE
001160         DISPLAY 'SYMMAINT: ' WS-ENTRIES-WRITTEN-COUNT
001170             ' SYMBOL ENTRIES WRITTEN'
001180     END-IF.
001190     PERFORM 9000-TERMINATE
001200         THRU 9000-EXIT.
001210     STOP RUN.
001220
001230******************************************************************
001240* 1000-INITIALIZE - obtains the operator and load mode, opens
001250*     the symbol file accordingly - fresh load or append - and
001260*     the maintenance log.
001270******************************************************************
001280 1000-INITIALIZE.
001290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001300     ACCEPT WS-RUN-TIME FROM TIME.
001310     DISPLAY 'SYMMAINT: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
001320     ACCEPT WS-OPERATOR-ID.
001330     PERFORM 1100-PROMPT-FOR-MODE
001340         THRU 1100-EXIT
001350         WITH TEST AFTER
001360         UNTIL WS-LOAD-MODE-VALID.
001370     IF WS-LOAD-FRESH
001380         OPEN OUTPUT SYMBOL-VALUE-FILE
001390     ELSE
001400         OPEN EXTEND SYMBOL-VALUE-FILE
001410     END-IF.
001420     IF NOT WS-SYMVALS-OK
001430         DISPLAY 'SYMMAINT: UNABLE TO OPEN SYMBOL-VALUE FILE, '
001440             'STATUS = ' WS-SYMVALS-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         GO TO 1000-EXIT
001470     END-IF.
001480     SET WS-SYMVALS-OPEN TO TRUE.
001490     OPEN EXTEND MAINT-LOG-FILE.
001500     IF NOT WS-MAINTLOG-OK
001510         DISPLAY 'SYMMAINT: UNABLE TO OPEN MAINT-LOG FILE, '
001520             'STATUS = ' WS-MAINTLOG-STATUS
001530         MOVE 16 TO RETURN-CODE
001540         GO TO 1000-EXIT
001550     END-IF.
001560     SET WS-MAINTLOG-OPEN TO TRUE.
001570 1000-EXIT.
001580     EXIT.
001590
001600******************************************************************
001610* 1100-PROMPT-FOR-MODE - obtains whether this session replaces
001620*     the whole symbol file or appends to what is already
001630*     there - the usual way to change one value.
001640******************************************************************
001650 1100-PROMPT-FOR-MODE.
001660     DISPLAY 'SYMMAINT: ENTER LOAD MODE - N = NEW SYMBOL FILE, '
001670         'A = APPEND'.
001680     ACCEPT WS-LOAD-MODE.
001690     IF WS-LOAD-MODE = 'n'
001700         MOVE 'N' TO WS-LOAD-MODE
001710     END-IF.
001720     IF WS-LOAD-MODE = 'a'
001730         MOVE 'A' TO WS-LOAD-MODE
001740     END-IF.
001750     IF NOT WS-LOAD-MODE-VALID
001760         DISPLAY 'SYMMAINT: MODE MUST BE N OR A'
001770     END-IF.
001780 1100-EXIT.
001790     EXIT.
001800
001810******************************************************************
001820* 2000-LOAD-ONE-ENTRY - prompts for one symbol entry, writes
001830*     it and logs it, until the operator enters END in place
001840*     of the name.
001850******************************************************************
001860 2000-LOAD-ONE-ENTRY.
001870     PERFORM 2100-PROMPT-FOR-ENTRY
001880         THRU 2100-EXIT.
001890     IF WS-DONE
001900         GO TO 2000-EXIT
001910     END-IF.
001920     IF WS-ENTRY-INVALID
001930         GO TO 2000-EXIT
001940     END-IF.
001950     PERFORM 2200-WRITE-SYMBOL-ENTRY
001960         THRU 2200-EXIT.
001970     PERFORM 2300-WRITE-LOG-RECORD
001980         THRU 2300-EXIT.
001990 2000-EXIT.
002000     EXIT.
002010
002020******************************************************************
002030* 2100-PROMPT-FOR-ENTRY - obtains one entry - the symbol name
002040*     (or END to finish) and its value - validating as it
002050*     goes.  The name is keyed without the leading ampersand,
002060*     one to ten capital letters and digits starting with a
002070*     letter, and may not be one of the date symbols
002080*     SAMPLE-PROGRAM resolves itself.  The value may not be
002090*     blank, and may not carry an ampersand, so a value can
002100*     never smuggle in a further symbol.
002110******************************************************************
002120 2100-PROMPT-FOR-ENTRY.
002130     SET WS-ENTRY-VALID TO TRUE.
002140     DISPLAY 'SYMMAINT: ENTER SYMBOL NAME (WITHOUT THE &), '
002150         'OR END'.
002160     MOVE SPACES TO WS-NAME-REPLY.
002170     ACCEPT WS-NAME-REPLY.
002180     IF WS-NAME-REPLY = 'END' OR WS-NAME-REPLY = 'end'
002190         SET WS-DONE TO TRUE
002200         GO TO 2100-EXIT
002210     END-IF.
002220     PERFORM 2150-CHECK-SYMBOL-NAME
002230         THRU 2150-EXIT.
002240     IF WS-ENTRY-INVALID
002250         DISPLAY 'SYMMAINT: NAME MUST BE 1-10 CAPITAL LETTERS '
002260             'AND DIGITS, STARTING WITH A LETTER - ENTRY '
002270             'SKIPPED'
002280         GO TO 2100-EXIT
002290     END-IF.
002300     IF WS-NAME-REPLY = 'RUNDATE'
002310         OR WS-NAME-REPLY = 'DAYNAME'
002320         OR WS-NAME-REPLY = 'NEXTBUSDAY'
002330         DISPLAY 'SYMMAINT: ' WS-NAME-REPLY ' IS SET FROM THE '
002340             'RUN DATE AND CANNOT BE KEYED - ENTRY SKIPPED'
002350         SET WS-ENTRY-INVALID TO TRUE
002360         GO TO 2100-EXIT
002370     END-IF.
002380     DISPLAY 'SYMMAINT: ENTER VALUE (UP TO 60 CHARACTERS)'.
002390     MOVE SPACES TO WS-VALUE-REPLY.
002400     ACCEPT WS-VALUE-REPLY.
002410     IF WS-VALUE-REPLY = SPACES
002420         DISPLAY 'SYMMAINT: VALUE MUST NOT BE BLANK - ENTRY '
002430             'SKIPPED'
002440         SET WS-ENTRY-INVALID TO TRUE
002450         GO TO 2100-EXIT
002460     END-IF.
002470     PERFORM 2180-CHECK-VALUE-CHAR
002480         THRU 2180-EXIT
002490         VARYING WS-CHAR-SUB FROM 1 BY 1
002500         UNTIL WS-CHAR-SUB > 60
002510         OR WS-ENTRY-INVALID.
002520     IF WS-ENTRY-INVALID
002530         DISPLAY 'SYMMAINT: VALUE MAY NOT CONTAIN & - ENTRY '
002540             'SKIPPED'
002550     END-IF.
002560 2100-EXIT.
002570     EXIT.
002580
002590******************************************************************
002600* 2150-CHECK-SYMBOL-NAME - marks the entry invalid unless the
002610*     name is a capital letter followed by capital letters and
002620*     digits, with nothing but blanks after the last of them.
002630******************************************************************
002640 2150-CHECK-SYMBOL-NAME.
002650     MOVE WS-NAME-REPLY (1:1) TO WS-NAME-CHAR.
002660     IF WS-NAME-CHAR NOT ALPHABETIC-UPPER
002670         OR WS-NAME-CHAR = SPACE
002680         SET WS-ENTRY-INVALID TO TRUE
002690         GO TO 2150-EXIT
002700     END-IF.
002710     MOVE ZERO TO WS-NAME-END-SUB.
002720     PERFORM 2160-CHECK-NAME-CHAR
002730         THRU 2160-EXIT
002740         VARYING WS-CHAR-SUB FROM 2 BY 1
002750         UNTIL WS-CHAR-SUB > 10
002760         OR WS-ENTRY-INVALID.
002770 2150-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810* 2160-CHECK-NAME-CHAR - checks one name position.  Once a
002820*     blank has ended the name, only blanks may follow.
002830******************************************************************
002840 2160-CHECK-NAME-CHAR.
002850     MOVE WS-NAME-REPLY (WS-CHAR-SUB:1) TO WS-NAME-CHAR.
002860     IF WS-NAME-CHAR = SPACE
002870         IF WS-NAME-END-SUB = ZERO
002880             MOVE WS-CHAR-SUB TO WS-NAME-END-SUB
002890         END-IF
002900         GO TO 2160-EXIT
002910     END-IF.
002920     IF WS-NAME-END-SUB > ZERO
002930         SET WS-ENTRY-INVALID TO TRUE
002940         GO TO 2160-EXIT
002950     END-IF.
002960     IF WS-NAME-CHAR NOT ALPHABETIC-UPPER
002970         AND WS-NAME-CHAR NOT NUMERIC
002980         SET WS-ENTRY-INVALID TO TRUE
002990     END-IF.
003000 2160-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 2180-CHECK-VALUE-CHAR - marks the entry invalid when the
003050*     current value position holds an ampersand.
003060******************************************************************
003070 2180-CHECK-VALUE-CHAR.
003080     IF WS-VALUE-REPLY (WS-CHAR-SUB:1) = '&'
003090         SET WS-ENTRY-INVALID TO TRUE
003100     END-IF.
003110 2180-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150* 2200-WRITE-SYMBOL-ENTRY - writes the entry just keyed.
003160******************************************************************
003170 2200-WRITE-SYMBOL-ENTRY.
003180     MOVE SPACES              TO SV-SYMBOL-RECORD.
003190     MOVE WS-NAME-REPLY       TO SV-SYMBOL-NAME.
003200     MOVE WS-VALUE-REPLY      TO SV-SYMBOL-VALUE.
003210     MOVE WS-RUN-DATE         TO SV-CHANGE-DATE.
003220     MOVE WS-OPERATOR-ID      TO SV-OPERATOR-ID.
003230     WRITE SV-SYMBOL-RECORD.
003240     ADD 1 TO WS-ENTRIES-WRITTEN-COUNT.
003250     DISPLAY 'SYMMAINT: ENTRY WRITTEN'.
003260 2200-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300* 2300-WRITE-LOG-RECORD - logs the symbol entry just written
003310*     to the maintenance log, action Y, with the name and
003320*     value in the new-text field.
003330******************************************************************
003340 2300-WRITE-LOG-RECORD.
003350     IF WS-MAINTLOG-OPEN
003360         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
003370         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
003380         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
003390         MOVE SPACES             TO ML-SECOND-OPERATOR-ID
003394         MOVE SPACES             TO ML-MESSAGE-TYPE
003400         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
003410         MOVE WS-NAME-REPLY      TO WS-LOG-NAME
003420         MOVE WS-VALUE-REPLY     TO WS-LOG-VALUE
003430         MOVE WS-LOG-TEXT        TO ML-NEW-MESSAGE-TEXT
003440         SET ML-SYMBOL-ACTION    TO TRUE
003450         WRITE ML-MAINT-LOG-RECORD
003460     END-IF.
003470 2300-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 9000-TERMINATE - closes open files before STOP RUN.
003520******************************************************************
003530 9000-TERMINATE.
003540     IF WS-SYMVALS-OPEN
003550         CLOSE SYMBOL-VALUE-FILE
003560     END-IF.
003570     IF WS-MAINTLOG-OPEN
003580         CLOSE MAINT-LOG-FILE
003590     END-IF.
003600 9000-EXIT.
003610     EXIT.
003620
003630 END PROGRAM SYMMAINT.
