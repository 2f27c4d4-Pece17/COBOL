000100******************************************************************
000110* PROGRAM:    RTEMAINT
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Lets the operations supervisor maintain the
000160*             broadcast routing file - which destinations (the
000170*             regional display systems) take which message
000180*             types and languages.  SAMPLE-PROGRAM and FLASHRUN
000190*             cut one transmission per destination from it and
000200*             reject a message no active entry covers.  The
000210*             file can be reloaded fresh or appended to; an
000220*             appended entry for a route already on file
000230*             replaces it, so keying a route again with N
000240*             retires it.  Each entry written is logged to
000250*             MAINT-LOG.
000260*
000270* MODIFICATION HISTORY
000280*   2026-10-15  RSW  Original program.
000282*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000284*                    type it concerns in ML-MESSAGE-TYPE,
000286*                    blank on this program's rows - a
000288*                    route is not message maintenance.
000290******************************************************************
000300
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. RTEMAINT.
000330 AUTHOR. R. S. WINTERS.
000340 INSTALLATION. DATA CENTER SERVICES.
000350 DATE-WRITTEN. 2026-10-15.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ROUTING-FILE ASSIGN TO ROUTING
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-ROUTING-STATUS.
000480
000490     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-MAINTLOG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ROUTING-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580     COPY ROUTING.
000590
000600 FD  MAINT-LOG-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630     COPY MAINTLOG.
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-FILE-STATUSES.
000670     05  WS-ROUTING-STATUS           PIC X(02) VALUE '00'.
000680         88  WS-ROUTING-OK                VALUE '00'.
000690     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
000700         88  WS-MAINTLOG-OK               VALUE '00'.
000710
000720 01  WS-SWITCHES.
000730     05  WS-ROUTING-OPEN-SW          PIC X(01) VALUE 'N'.
000740         88  WS-ROUTING-OPEN               VALUE 'Y'.
000750     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000760         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
000770     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000780         88  WS-DONE                       VALUE 'Y'.
000790     05  WS-ENTRY-VALID-SW           PIC X(01) VALUE 'Y'.
000800         88  WS-ENTRY-VALID                VALUE 'Y'.
000810         88  WS-ENTRY-INVALID              VALUE 'N'.
000820
000830 01  WS-RUN-STAMP.
000840     05  WS-RUN-DATE                 PIC 9(08).
000850     05  WS-RUN-TIME                 PIC 9(08).
000860
000870 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
000880 01  WS-LOAD-MODE                    PIC X(01) VALUE SPACE.
000890     88  WS-LOAD-FRESH                    VALUE 'N'.
000900     88  WS-LOAD-APPEND                   VALUE 'A'.
000910     88  WS-LOAD-MODE-VALID               VALUES 'N' 'A'.
000920 01  WS-TYPE-REPLY                   PIC X(10) VALUE SPACES.
000930 01  WS-LANGUAGE-REPLY               PIC X(02) VALUE SPACES.
000940 01  WS-DESTINATION-REPLY            PIC X(06) VALUE SPACES.
000950 01  WS-ACTIVE-REPLY                 PIC X(01) VALUE SPACE.
000960     88  WS-ACTIVE-VALID                  VALUES 'Y' 'N'.
000970 01  WS-LOG-TEXT.
000980     05  FILLER                      PIC X(05) VALUE 'DEST '.
000990     05  WS-LOG-DESTINATION          PIC X(06).
001000     05  FILLER                      PIC X(06) VALUE ' TYPE '.
001010     05  WS-LOG-TYPE                 PIC X(10).
001020     05  FILLER                      PIC X(06) VALUE ' LANG '.
001030     05  WS-LOG-LANGUAGE             PIC X(02).
001040     05  FILLER                      PIC X(08) VALUE ' ACTIVE '.
001050     05  WS-LOG-ACTIVE               PIC X(01).
001060
001070 77  WS-ENTRIES-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001080
001090 PROCEDURE DIVISION.
001100******************************************************************
001110* 0000-MAINLINE - controls overall program flow.
001120******************************************************************
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE
001150         THRU 1000-EXIT.
001160     IF RETURN-CODE = 0
001170         PERFORM 2000-LOAD-ONE-ENTRY
001180             THRU 2000-EXIT
001190             UNTIL WS-DONE
001200         DISPLAY 'RTEMAINT: ' WS-ENTRIES-WRITTEN-COUNT
001210             ' ROUTING ENTRIES WRITTEN'
001220     END-IF.
001230     PERFORM 9000-TERMINATE
001240         THRU 9000-EXIT.
001250     STOP RUN.
001260
001270******************************************************************
001280* 1000-INITIALIZE - obtains the operator and load mode, opens
001290*     the routing file accordingly - fresh load or append -
001300*     and the maintenance log.
001310******************************************************************
001320 1000-INITIALIZE.
001330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001340     ACCEPT WS-RUN-TIME FROM TIME.
001350     DISPLAY 'RTEMAINT: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
001360     ACCEPT WS-OPERATOR-ID.
001370     PERFORM 1100-PROMPT-FOR-MODE
001380         THRU 1100-EXIT
001390         WITH TEST AFTER
001400         UNTIL WS-LOAD-MODE-VALID.
001410     IF WS-LOAD-FRESH
001420         OPEN OUTPUT ROUTING-FILE
001430     ELSE
001440         OPEN EXTEND ROUTING-FILE
001450     END-IF.
001460     IF NOT WS-ROUTING-OK
001470         DISPLAY 'RTEMAINT: UNABLE TO OPEN ROUTING FILE, '
001480             'STATUS = ' WS-ROUTING-STATUS
001490         MOVE 16 TO RETURN-CODE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     SET WS-ROUTING-OPEN TO TRUE.
001530     OPEN EXTEND MAINT-LOG-FILE.
001540     IF NOT WS-MAINTLOG-OK
001550         DISPLAY 'RTEMAINT: UNABLE TO OPEN MAINT-LOG FILE, '
001560             'STATUS = ' WS-MAINTLOG-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         GO TO 1000-EXIT
001590     END-IF.
001600     SET WS-MAINTLOG-OPEN TO TRUE.
001610 1000-EXIT.
001620     EXIT.
001630
001640******************************************************************
001650* 1100-PROMPT-FOR-MODE - obtains whether this session replaces
001660*     the whole routing file or appends to what is already
001670*     there - the usual way to add or retire a route.
001680******************************************************************
001690 1100-PROMPT-FOR-MODE.
001700     DISPLAY 'RTEMAINT: ENTER LOAD MODE - N = NEW ROUTING FILE, '
001710         'A = APPEND'.
001720     ACCEPT WS-LOAD-MODE.
001730     IF WS-LOAD-MODE = 'n'
001740         MOVE 'N' TO WS-LOAD-MODE
001750     END-IF.
001760     IF WS-LOAD-MODE = 'a'
001770         MOVE 'A' TO WS-LOAD-MODE
001780     END-IF.
001790     IF NOT WS-LOAD-MODE-VALID
001800         DISPLAY 'RTEMAINT: MODE MUST BE N OR A'
001810     END-IF.
001820 1100-EXIT.
001830     EXIT.
001840
001850******************************************************************
001860* 2000-LOAD-ONE-ENTRY - prompts for one route, writes it and
001870*     logs it, until the operator enters END in place of the
001880*     message type.
001890******************************************************************
001900 2000-LOAD-ONE-ENTRY.
001910     PERFORM 2100-PROMPT-FOR-ENTRY
001920         THRU 2100-EXIT.
001930     IF WS-DONE
001940         GO TO 2000-EXIT
001950     END-IF.
001960     IF WS-ENTRY-INVALID
001970         GO TO 2000-EXIT
001980     END-IF.
001990     PERFORM 2200-WRITE-ROUTING-ENTRY
002000         THRU 2200-EXIT.
002010     PERFORM 2300-WRITE-LOG-RECORD
002020         THRU 2300-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050
002060******************************************************************
002070* 2100-PROMPT-FOR-ENTRY - obtains one route - the message type
002080*     (or END to finish) and language it covers, the
002090*     destination it goes to and whether the route is in
002100*     force - validating as it goes.  A blank message type or
002110*     language covers every type or language.  The destination
002120*     may not be blank and may not start with a blank.
002130******************************************************************
002140 2100-PROMPT-FOR-ENTRY.
002150     SET WS-ENTRY-VALID TO TRUE.
002160     DISPLAY 'RTEMAINT: ENTER MESSAGE TYPE (BLANK = ALL TYPES) '
002170         'OR END'.
002180     MOVE SPACES TO WS-TYPE-REPLY.
002190     ACCEPT WS-TYPE-REPLY.
002200     IF WS-TYPE-REPLY = 'END' OR WS-TYPE-REPLY = 'end'
002210         SET WS-DONE TO TRUE
002220         GO TO 2100-EXIT
002230     END-IF.
002240     DISPLAY 'RTEMAINT: ENTER LANGUAGE CODE (BLANK = ALL '
002250         'LANGUAGES)'.
002260     MOVE SPACES TO WS-LANGUAGE-REPLY.
002270     ACCEPT WS-LANGUAGE-REPLY.
002280     DISPLAY 'RTEMAINT: ENTER DESTINATION ID (6 CHARACTERS)'.
002290     MOVE SPACES TO WS-DESTINATION-REPLY.
002300     ACCEPT WS-DESTINATION-REPLY.
002310     IF WS-DESTINATION-REPLY = SPACES
002320         OR WS-DESTINATION-REPLY (1:1) = SPACE
002330         DISPLAY 'RTEMAINT: DESTINATION MUST NOT BE BLANK OR '
002340             'START WITH A BLANK - ENTRY SKIPPED'
002350         SET WS-ENTRY-INVALID TO TRUE
002360         GO TO 2100-EXIT
002370     END-IF.
002380     DISPLAY 'RTEMAINT: ENTER Y TO PUT THE ROUTE IN FORCE, N TO '
002390         'RETIRE IT'.
002400     MOVE SPACE TO WS-ACTIVE-REPLY.
002410     ACCEPT WS-ACTIVE-REPLY.
002420     IF WS-ACTIVE-REPLY = 'y'
002430         MOVE 'Y' TO WS-ACTIVE-REPLY
002440     END-IF.
002450     IF WS-ACTIVE-REPLY = 'n'
002460         MOVE 'N' TO WS-ACTIVE-REPLY
002470     END-IF.
002480     IF NOT WS-ACTIVE-VALID
002490         DISPLAY 'RTEMAINT: REPLY MUST BE Y OR N - ENTRY SKIPPED'
002500         SET WS-ENTRY-INVALID TO TRUE
002510     END-IF.
002520 2100-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2200-WRITE-ROUTING-ENTRY - writes the route just keyed.
002570******************************************************************
002580 2200-WRITE-ROUTING-ENTRY.
002590     MOVE SPACES               TO RT-ROUTING-RECORD.
002600     MOVE WS-TYPE-REPLY        TO RT-MESSAGE-TYPE.
002610     MOVE WS-LANGUAGE-REPLY    TO RT-LANGUAGE-CODE.
002620     MOVE WS-DESTINATION-REPLY TO RT-DESTINATION-ID.
002630     MOVE WS-ACTIVE-REPLY      TO RT-ACTIVE-FLAG.
002640     MOVE WS-RUN-DATE          TO RT-CHANGE-DATE.
002650     MOVE WS-OPERATOR-ID       TO RT-OPERATOR-ID.
002660     WRITE RT-ROUTING-RECORD.
002670     ADD 1 TO WS-ENTRIES-WRITTEN-COUNT.
002680     DISPLAY 'RTEMAINT: ENTRY WRITTEN'.
002690 2200-EXIT.
002700     EXIT.
002710
002720******************************************************************
002730* 2300-WRITE-LOG-RECORD - logs the route just written to the
002740*     maintenance log, action T, with the route in the
002750*     new-text field.
002760******************************************************************
002770 2300-WRITE-LOG-RECORD.
002780     IF WS-MAINTLOG-OPEN
002790         MOVE WS-RUN-DATE          TO ML-CHANGE-DATE
002800         MOVE WS-RUN-TIME          TO ML-CHANGE-TIME
002810         MOVE WS-OPERATOR-ID       TO ML-OPERATOR-ID
002820         MOVE SPACES               TO ML-SECOND-OPERATOR-ID
002824         MOVE SPACES               TO ML-MESSAGE-TYPE
002830         MOVE SPACES               TO ML-OLD-MESSAGE-TEXT
002840         MOVE WS-DESTINATION-REPLY TO WS-LOG-DESTINATION
002850         MOVE WS-TYPE-REPLY        TO WS-LOG-TYPE
002860         MOVE WS-LANGUAGE-REPLY    TO WS-LOG-LANGUAGE
002870         MOVE WS-ACTIVE-REPLY      TO WS-LOG-ACTIVE
002880         MOVE WS-LOG-TEXT          TO ML-NEW-MESSAGE-TEXT
002890         SET ML-ROUTING-ACTION     TO TRUE
002900         WRITE ML-MAINT-LOG-RECORD
002910     END-IF.
002920 2300-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960* 9000-TERMINATE - closes open files before STOP RUN.
002970******************************************************************
002980 9000-TERMINATE.
002990     IF WS-ROUTING-OPEN
003000         CLOSE ROUTING-FILE
003010     END-IF.
003020     IF WS-MAINTLOG-OPEN
003030         CLOSE MAINT-LOG-FILE
003040     END-IF.
003050 9000-EXIT.
003060     EXIT.
003070
003080 END PROGRAM RTEMAINT.
