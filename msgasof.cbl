000100******************************************************************
000110* PROGRAM:    MSGASOF
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    As-of wording inquiry - answers "what did this
000160*             message say on that date".  Given a master record
000170*             key, or a message type and language, and an
000180*             as-of date (ASOFPARM card), it reports for each
000190*             matching key the text, length and effective /
000200*             expiry window that stood at the close of the
000210*             as-of date, and whether that wording was in
000220*             force then.  The image comes from the MSGVERS
000230*             version file - the earliest before-image that
000240*             was superseded after the as-of date - or, when
000250*             nothing has changed the key since, from the live
000260*             MESSAGE-MASTER record.  A key deleted on or
000270*             before the as-of date is reported as deleted.
000280*             A record first added after the as-of date shows
000290*             as NOT YET EFFECTIVE by its effective date, as
000300*             adds leave no before-image.
000310*
000320* MODIFICATION HISTORY
000330*   2026-10-15  RSW  Original program.
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. MSGASOF.
000380 AUTHOR. R. S. WINTERS.
000390 INSTALLATION. DATA CENTER SERVICES.
000400 DATE-WRITTEN. 2026-10-15.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT MESSAGE-VERSION-FILE ASSIGN TO MSGVERS
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-MSGVERS-STATUS.
000530
000540     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS MM-RECORD-KEY
000580         FILE STATUS IS WS-MSGMAST-STATUS.
000590
000600     SELECT ASOF-PARM-FILE ASSIGN TO ASOFPARM
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ASOFPARM-STATUS.
000630
000640     SELECT ASOF-REPORT-FILE ASSIGN TO ASOFRPT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ASOFRPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  MESSAGE-VERSION-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY MSGVERS.
000740
000750 FD  MESSAGE-MASTER-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY MSGMAST.
000780
000790 FD  ASOF-PARM-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY ASOFPARM.
000830
000840 FD  ASOF-REPORT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ASOFRPTL.
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-FILE-STATUSES.
000910     05  WS-MSGVERS-STATUS           PIC X(02) VALUE '00'.
000920         88  WS-MSGVERS-OK                 VALUE '00'.
000930     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
000940         88  WS-MSGMAST-OK                 VALUE '00'.
000950     05  WS-ASOFPARM-STATUS          PIC X(02) VALUE '00'.
000960         88  WS-ASOFPARM-OK                VALUE '00'.
000970     05  WS-ASOFRPT-STATUS           PIC X(02) VALUE '00'.
000980         88  WS-ASOFRPT-OK                 VALUE '00'.
000990
001000 01  WS-SWITCHES.
001010     05  WS-ASOFRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001020         88  WS-ASOFRPT-OPEN               VALUE 'Y'.
001030     05  WS-MSGVERS-EOF-SW           PIC X(01) VALUE 'N'.
001040         88  WS-MSGVERS-EOF                VALUE 'Y'.
001050     05  WS-MSGMAST-EOF-SW           PIC X(01) VALUE 'N'.
001060         88  WS-MSGMAST-EOF                VALUE 'Y'.
001070     05  WS-ROW-MATCHES-SW           PIC X(01) VALUE 'N'.
001080         88  WS-ROW-MATCHES                VALUE 'Y'.
001090     05  WS-KEY-FOUND-SW             PIC X(01) VALUE 'N'.
001100         88  WS-KEY-FOUND                  VALUE 'Y'.
001110
001120 01  WS-TODAY                        PIC 9(08).
001130
001140 01  WS-INQUIRY-KEY                  PIC 9(06) VALUE ZERO.
001150 01  WS-INQUIRY-TYPE                 PIC X(10) VALUE SPACES.
001160 01  WS-INQUIRY-LANGUAGE             PIC X(02) VALUE SPACES.
001170 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
001180
001190 01  WS-ROW-KEY                      PIC 9(06) VALUE ZERO.
001200 01  WS-ROW-TYPE                     PIC X(10) VALUE SPACES.
001210 01  WS-ROW-LANGUAGE                 PIC X(02) VALUE SPACES.
001220
001230 01  WS-ROW-STAMP.
001240     05  WS-ROW-STAMP-DATE           PIC 9(08).
001250     05  WS-ROW-STAMP-TIME           PIC 9(08).
001260 01  WS-ROW-STAMP-NUM REDEFINES WS-ROW-STAMP
001270                                     PIC 9(16).
001280
001290 77  WS-KEY-COUNT                    PIC 9(03) COMP VALUE ZERO.
001300 77  WS-KEY-SUB                      PIC 9(03) COMP VALUE ZERO.
001310 77  WS-FOUND-SUB                    PIC 9(03) COMP VALUE ZERO.
001320 77  WS-LINE-SUB                     PIC 9(03) COMP VALUE ZERO.
001330 77  WS-LINE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001340 77  WS-VERSIONS-READ                PIC 9(05) COMP VALUE ZERO.
001350 77  WS-IN-FORCE-COUNT               PIC 9(05) COMP VALUE ZERO.
001360 77  WS-NOT-IN-FORCE-COUNT           PIC 9(05) COMP VALUE ZERO.
001370 77  WS-DELETED-COUNT                PIC 9(05) COMP VALUE ZERO.
001380 77  WS-OVERFLOW-COUNT               PIC 9(05) COMP VALUE ZERO.
001390
001400******************************************************************
001410* One entry per matching key.  WS-KE-IMAGE is the master record
001420* image that stood at the close of the as-of date, WS-KE-SOURCE
001430* says whether it came from a version row or the live master.
001440* WS-KE-LAST-STAMP / -ACTION track the latest version row seen
001450* on or before the as-of date so a delete can be reported.
001460******************************************************************
001470 01  WS-KEY-TABLE.
001480     05  WS-KEY-ENTRY OCCURS 50 TIMES.
001490         10  WS-KE-KEY               PIC 9(06).
001500         10  WS-KE-SOURCE            PIC X(01).
001510             88  WS-KE-NO-IMAGE            VALUE ' '.
001520             88  WS-KE-FROM-VERSION        VALUE 'V'.
001530             88  WS-KE-FROM-MASTER         VALUE 'M'.
001540         10  WS-KE-IMAGE-STAMP       PIC 9(16).
001550         10  WS-KE-IMAGE             PIC X(280).
001560         10  WS-KE-OPERATOR-ID       PIC X(08).
001570         10  WS-KE-PROGRAM-ID        PIC X(08).
001580         10  WS-KE-LAST-STAMP        PIC 9(16).
001590         10  WS-KE-LAST-DATE         PIC 9(08).
001600         10  WS-KE-LAST-ACTION       PIC X(01).
001610         10  WS-KE-CHANGED-SW        PIC X(01).
001620             88  WS-KE-CHANGED-ON-DAY      VALUE 'Y'.
001630
001640 01  WS-IMAGE.
001650     05  WS-IM-TEXT                  PIC X(240).
001660     05  WS-IM-TEXT-LINES REDEFINES WS-IM-TEXT.
001670         10  WS-IM-TEXT-LINE OCCURS 4 TIMES
001680                                     PIC X(60).
001690     05  WS-IM-EFFECTIVE-DATE        PIC 9(08).
001700     05  WS-IM-LENGTH                PIC 9(03).
001710     05  WS-IM-TYPE                  PIC X(10).
001720     05  WS-IM-KEY                   PIC 9(06).
001730     05  WS-IM-EXPIRY-DATE           PIC 9(08).
001740     05  WS-IM-LANGUAGE              PIC X(02).
001750     05  FILLER                      PIC X(03).
001760
001770 01  WS-HEADING-LINE.
001780     05  FILLER                      PIC X(08) VALUE 'KEY     '.
001790     05  FILLER                      PIC X(12)
001800         VALUE 'TYPE        '.
001810     05  FILLER                      PIC X(04) VALUE 'LG  '.
001820     05  FILLER                      PIC X(10)
001830         VALUE 'EFFECTIVE '.
001840     05  FILLER                      PIC X(10)
001850         VALUE 'EXPIRES   '.
001860     05  FILLER                      PIC X(05) VALUE 'LEN  '.
001870     05  FILLER                      PIC X(13)
001880         VALUE 'STATUS AS OF '.
001890     05  WS-HEADING-AS-OF            PIC 9(08).
001900     05  FILLER                      PIC X(10) VALUE SPACES.
001910
001920 01  WS-DELETED-STATUS.
001930     05  FILLER                      PIC X(11)
001940         VALUE 'DELETED ON '.
001950     05  WS-DS-DATE                  PIC 9(08).
001960     05  FILLER                      PIC X(12) VALUE SPACES.
001970
001980 01  WS-TEXT-LINE.
001990     05  FILLER                      PIC X(08) VALUE SPACES.
002000     05  WS-TL-TEXT                  PIC X(60).
002010     05  FILLER                      PIC X(12) VALUE SPACES.
002020
002030 01  WS-SOURCE-LINE.
002040     05  FILLER                      PIC X(08) VALUE SPACES.
002050     05  WS-SL-LABEL                 PIC X(27).
002060     05  WS-SL-DATE                  PIC X(08).
002070     05  FILLER                      PIC X(01) VALUE SPACE.
002080     05  WS-SL-TIME                  PIC X(08).
002090     05  WS-SL-BY                    PIC X(04).
002100     05  WS-SL-OPERATOR-ID           PIC X(08).
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  WS-SL-PROGRAM-ID            PIC X(08).
002130     05  FILLER                      PIC X(07) VALUE SPACES.
002140
002150 01  WS-NOTE-LINE.
002160     05  FILLER                      PIC X(08) VALUE SPACES.
002170     05  FILLER                      PIC X(72)
002180         VALUE 'NOTE: ALSO CHANGED DURING THE AS-OF DATE'.
002190
002200 01  WS-SUMMARY-LINE.
002210     05  WS-SUMMARY-LABEL            PIC X(26) VALUE SPACES.
002220     05  WS-SUMMARY-COUNT            PIC ZZZZ9.
002230     05  FILLER                      PIC X(49) VALUE SPACES.
002240
002250 PROCEDURE DIVISION.
002260******************************************************************
002270* 0000-MAINLINE - controls overall program flow.
002280******************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-EXIT.
002320     IF RETURN-CODE = 0
002330         PERFORM 2000-READ-VERSIONS
002340             THRU 2000-EXIT
002350         PERFORM 3000-READ-MASTER
002360             THRU 3000-EXIT
002370     END-IF.
002380     IF RETURN-CODE = 0
002390         PERFORM 4000-REPORT-KEYS
002400             THRU 4000-EXIT
002410         PERFORM 8000-WRITE-SUMMARY
002420             THRU 8000-EXIT
002430     END-IF.
002440     PERFORM 9000-TERMINATE
002450         THRU 9000-EXIT.
002460     STOP RUN.
002470
002480******************************************************************
002490* 1000-INITIALIZE - obtains the inquiry and opens the report.
002500******************************************************************
002510 1000-INITIALIZE.
002520     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002530     MOVE WS-TODAY TO WS-AS-OF-DATE.
002540     PERFORM 1100-READ-ASOF-PARM
002550         THRU 1100-EXIT.
002560     IF RETURN-CODE NOT = 0
002570         GO TO 1000-EXIT
002580     END-IF.
002590     OPEN OUTPUT ASOF-REPORT-FILE.
002600     IF NOT WS-ASOFRPT-OK
002610         DISPLAY 'MSGASOF: UNABLE TO OPEN ASOF-REPORT '
002620             'FILE, STATUS = ' WS-ASOFRPT-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     SET WS-ASOFRPT-OPEN TO TRUE.
002670     MOVE WS-AS-OF-DATE TO WS-HEADING-AS-OF.
002680     MOVE WS-HEADING-LINE TO AO-REPORT-LINE.
002690     WRITE AO-REPORT-LINE.
002700 1000-EXIT.
002710     EXIT.
002720
002730******************************************************************
002740* 1100-READ-ASOF-PARM - reads the inquiry card.  A key or a
002750*     type must be named.  A type inquiry with a blank
002760*     language means EN, as a blank master language does; a
002770*     blank as-of date means today.
002780******************************************************************
002790 1100-READ-ASOF-PARM.
002800     OPEN INPUT ASOF-PARM-FILE.
002810     IF NOT WS-ASOFPARM-OK
002820         DISPLAY 'MSGASOF: UNABLE TO OPEN ASOF-PARM '
002830             'FILE, STATUS = ' WS-ASOFPARM-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         GO TO 1100-EXIT
002860     END-IF.
002870     READ ASOF-PARM-FILE
002880         AT END
002890             CONTINUE
002900         NOT AT END
002910             IF AP-RECORD-KEY-NUM NUMERIC
002920                 AND AP-RECORD-KEY-NUM > ZERO
002930                 MOVE AP-RECORD-KEY-NUM TO WS-INQUIRY-KEY
002940             END-IF
002950             MOVE AP-MESSAGE-TYPE TO WS-INQUIRY-TYPE
002960             MOVE AP-LANGUAGE-CODE TO WS-INQUIRY-LANGUAGE
002970             IF AP-AS-OF-DATE-NUM NUMERIC
002980                 AND AP-AS-OF-DATE-NUM > ZERO
002990                 MOVE AP-AS-OF-DATE-NUM TO WS-AS-OF-DATE
003000             END-IF
003010     END-READ.
003020     CLOSE ASOF-PARM-FILE.
003030     IF WS-INQUIRY-KEY = ZERO
003040         AND WS-INQUIRY-TYPE = SPACES
003050         DISPLAY 'MSGASOF: NAME A RECORD KEY OR A MESSAGE '
003060             'TYPE ON THE ASOFPARM CARD'
003070         MOVE 16 TO RETURN-CODE
003080         GO TO 1100-EXIT
003090     END-IF.
003100     IF WS-INQUIRY-LANGUAGE = SPACES
003110         MOVE 'EN' TO WS-INQUIRY-LANGUAGE
003120     END-IF.
003130     DISPLAY 'MSGASOF: INQUIRY KEY ' WS-INQUIRY-KEY
003140         ' TYPE ' WS-INQUIRY-TYPE ' LANGUAGE '
003150         WS-INQUIRY-LANGUAGE ' AS OF ' WS-AS-OF-DATE.
003160 1100-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200* 2000-READ-VERSIONS - passes the whole version file, keeping
003210*     for each matching key the earliest image superseded
003220*     after the as-of date.  No version file yet just means
003230*     no key has changed since the file was started - the
003240*     live master answers alone.
003250******************************************************************
003260 2000-READ-VERSIONS.
003270     OPEN INPUT MESSAGE-VERSION-FILE.
003280     IF NOT WS-MSGVERS-OK
003290         DISPLAY 'MSGASOF: NO MESSAGE VERSION FILE - LIVE '
003300             'MASTER ONLY, STATUS = ' WS-MSGVERS-STATUS
003310         GO TO 2000-EXIT
003320     END-IF.
003330     PERFORM 2100-READ-ONE-VERSION
003340         THRU 2100-EXIT
003350         UNTIL WS-MSGVERS-EOF.
003360     CLOSE MESSAGE-VERSION-FILE.
003370 2000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 2100-READ-ONE-VERSION - reads one version row and, when it
003420*     matches the inquiry, folds it into the key's entry:
003430*     - superseded after the as-of date, and earlier than any
003440*       image already held, it becomes the as-of image;
003450*     - superseded on or before the as-of date, it is the
003460*       key's latest known action by then (a delete here
003470*       means the key was gone on the as-of date);
003480*     - superseded on the as-of date itself, the report notes
003490*       that the wording changed during that day.
003500******************************************************************
003510 2100-READ-ONE-VERSION.
003520     READ MESSAGE-VERSION-FILE
003530         AT END
003540             SET WS-MSGVERS-EOF TO TRUE
003550             GO TO 2100-EXIT
003560     END-READ.
003570     ADD 1 TO WS-VERSIONS-READ.
003580     MOVE MV-RECORD-KEY    TO WS-ROW-KEY.
003590     MOVE MV-MESSAGE-TYPE  TO WS-ROW-TYPE.
003600     MOVE MV-LANGUAGE-CODE TO WS-ROW-LANGUAGE.
003610     PERFORM 2500-CHECK-ROW-MATCHES
003620         THRU 2500-EXIT.
003630     IF NOT WS-ROW-MATCHES
003640         GO TO 2100-EXIT
003650     END-IF.
003660     PERFORM 5000-FIND-OR-ADD-KEY
003670         THRU 5000-EXIT.
003680     IF NOT WS-KEY-FOUND
003690         GO TO 2100-EXIT
003700     END-IF.
003710     MOVE MV-SUPERSEDED-DATE TO WS-ROW-STAMP-DATE.
003720     MOVE MV-SUPERSEDED-TIME TO WS-ROW-STAMP-TIME.
003730     IF MV-SUPERSEDED-DATE = WS-AS-OF-DATE
003740         SET WS-KE-CHANGED-ON-DAY (WS-FOUND-SUB) TO TRUE
003750     END-IF.
003760     IF MV-SUPERSEDED-DATE NOT > WS-AS-OF-DATE
003770         IF WS-ROW-STAMP-NUM NOT < WS-KE-LAST-STAMP (WS-FOUND-SUB)
003780             MOVE WS-ROW-STAMP-NUM
003790                 TO WS-KE-LAST-STAMP (WS-FOUND-SUB)
003800             MOVE MV-SUPERSEDED-DATE
003810                 TO WS-KE-LAST-DATE (WS-FOUND-SUB)
003820             MOVE MV-ACTION TO WS-KE-LAST-ACTION (WS-FOUND-SUB)
003830         END-IF
003840         GO TO 2100-EXIT
003850     END-IF.
003860     IF WS-KE-FROM-VERSION (WS-FOUND-SUB)
003870         AND WS-ROW-STAMP-NUM
003880             NOT < WS-KE-IMAGE-STAMP (WS-FOUND-SUB)
003890         GO TO 2100-EXIT
003900     END-IF.
003910     SET WS-KE-FROM-VERSION (WS-FOUND-SUB) TO TRUE.
003920     MOVE WS-ROW-STAMP-NUM  TO WS-KE-IMAGE-STAMP (WS-FOUND-SUB).
003930     MOVE MV-MASTER-IMAGE   TO WS-KE-IMAGE (WS-FOUND-SUB).
003940     MOVE MV-OPERATOR-ID    TO WS-KE-OPERATOR-ID (WS-FOUND-SUB).
003950     MOVE MV-PROGRAM-ID     TO WS-KE-PROGRAM-ID (WS-FOUND-SUB).
003960 2100-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2500-CHECK-ROW-MATCHES - sets WS-ROW-MATCHES when the row in
004010*     WS-ROW-KEY / -TYPE / -LANGUAGE is the inquiry's key, or
004020*     its type and language.  A blank row language is EN.
004030******************************************************************
004040 2500-CHECK-ROW-MATCHES.
004050     MOVE 'N' TO WS-ROW-MATCHES-SW.
004060     IF WS-INQUIRY-KEY > ZERO
004070         IF WS-ROW-KEY = WS-INQUIRY-KEY
004080             SET WS-ROW-MATCHES TO TRUE
004090         END-IF
004100         GO TO 2500-EXIT
004110     END-IF.
004120     IF WS-ROW-LANGUAGE = SPACES
004130         MOVE 'EN' TO WS-ROW-LANGUAGE
004140     END-IF.
004150     IF WS-ROW-TYPE = WS-INQUIRY-TYPE
004160         AND WS-ROW-LANGUAGE = WS-INQUIRY-LANGUAGE
004170         SET WS-ROW-MATCHES TO TRUE
004180     END-IF.
004190 2500-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 3000-READ-MASTER - passes the live master.  A key nothing
004240*     has superseded since the as-of date takes the live
004250*     record as its image - including a key already listed by
004260*     the version pass whose type or language has changed
004270*     since, as the live record is what stood then.
004280******************************************************************
004290 3000-READ-MASTER.
004300     OPEN INPUT MESSAGE-MASTER-FILE.
004310     IF NOT WS-MSGMAST-OK
004320         DISPLAY 'MSGASOF: UNABLE TO OPEN MESSAGE-MASTER '
004330             'FILE, STATUS = ' WS-MSGMAST-STATUS
004340         MOVE 16 TO RETURN-CODE
004350         GO TO 3000-EXIT
004360     END-IF.
004370     PERFORM 3100-READ-ONE-MASTER
004380         THRU 3100-EXIT
004390         UNTIL WS-MSGMAST-EOF.
004400     CLOSE MESSAGE-MASTER-FILE.
004410 3000-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450* 3100-READ-ONE-MASTER - reads one master record and takes it
004460*     as the image of a listed key that has none, or of a new
004470*     matching key.
004480******************************************************************
004490 3100-READ-ONE-MASTER.
004500     READ MESSAGE-MASTER-FILE
004510         AT END
004520             SET WS-MSGMAST-EOF TO TRUE
004530             GO TO 3100-EXIT
004540     END-READ.
004550     MOVE MM-RECORD-KEY    TO WS-ROW-KEY.
004560     MOVE MM-MESSAGE-TYPE  TO WS-ROW-TYPE.
004570     MOVE MM-LANGUAGE-CODE TO WS-ROW-LANGUAGE.
004580     PERFORM 5100-FIND-KEY
004590         THRU 5100-EXIT.
004600     IF NOT WS-KEY-FOUND
004610         PERFORM 2500-CHECK-ROW-MATCHES
004620             THRU 2500-EXIT
004630         IF NOT WS-ROW-MATCHES
004640             GO TO 3100-EXIT
004650         END-IF
004660         PERFORM 5000-FIND-OR-ADD-KEY
004670             THRU 5000-EXIT
004680         IF NOT WS-KEY-FOUND
004690             GO TO 3100-EXIT
004700         END-IF
004710     END-IF.
004720     IF NOT WS-KE-NO-IMAGE (WS-FOUND-SUB)
004730         GO TO 3100-EXIT
004740     END-IF.
004750     SET WS-KE-FROM-MASTER (WS-FOUND-SUB) TO TRUE.
004760     MOVE MM-MESSAGE-RECORD TO WS-KE-IMAGE (WS-FOUND-SUB).
004770 3100-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810* 4000-REPORT-KEYS - reports every listed key.  RC 4 when
004820*     nothing on either file matched the inquiry.
004830******************************************************************
004840 4000-REPORT-KEYS.
004850     IF WS-KEY-COUNT = ZERO
004860         DISPLAY 'MSGASOF: NO VERSION OR MASTER RECORD '
004870             'MATCHES THE INQUIRY'
004880         MOVE 4 TO RETURN-CODE
004890         GO TO 4000-EXIT
004900     END-IF.
004910     PERFORM 4100-REPORT-ONE-KEY
004920         THRU 4100-EXIT
004930         VARYING WS-KEY-SUB FROM 1 BY 1
004940         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
004950 4000-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 4100-REPORT-ONE-KEY - writes the key's as-of line, its text
005000*     in 60-character lines up to the stored length, and
005010*     where the image came from.  A key with no image was
005020*     deleted on or before the as-of date.
005030******************************************************************
005040 4100-REPORT-ONE-KEY.
005050     MOVE SPACES TO AO-REPORT-LINE.
005060     MOVE WS-KE-KEY (WS-KEY-SUB) TO AO-RECORD-KEY.
005070     IF WS-KE-NO-IMAGE (WS-KEY-SUB)
005080         MOVE WS-KE-LAST-DATE (WS-KEY-SUB) TO WS-DS-DATE
005090         MOVE WS-DELETED-STATUS TO AO-STATUS
005100         WRITE AO-REPORT-LINE
005110         ADD 1 TO WS-DELETED-COUNT
005120         GO TO 4100-EXIT
005130     END-IF.
005140     MOVE WS-KE-IMAGE (WS-KEY-SUB) TO WS-IMAGE.
005150     MOVE WS-IM-TYPE           TO AO-MESSAGE-TYPE.
005160     MOVE WS-IM-LANGUAGE       TO AO-LANGUAGE.
005170     MOVE WS-IM-EFFECTIVE-DATE TO AO-EFFECTIVE-DATE.
005180     MOVE WS-IM-EXPIRY-DATE    TO AO-EXPIRY-DATE.
005190     MOVE WS-IM-LENGTH         TO AO-LENGTH.
005200     IF WS-AS-OF-DATE < WS-IM-EFFECTIVE-DATE
005210         MOVE 'NOT YET EFFECTIVE' TO AO-STATUS
005220         ADD 1 TO WS-NOT-IN-FORCE-COUNT
005230     ELSE
005240         IF WS-IM-EXPIRY-DATE NOT = ZERO
005250             AND WS-AS-OF-DATE > WS-IM-EXPIRY-DATE
005260             MOVE 'EXPIRED' TO AO-STATUS
005270             ADD 1 TO WS-NOT-IN-FORCE-COUNT
005280         ELSE
005290             MOVE 'IN FORCE' TO AO-STATUS
005300             ADD 1 TO WS-IN-FORCE-COUNT
005310         END-IF
005320     END-IF.
005330     WRITE AO-REPORT-LINE.
005340     MOVE 1 TO WS-LINE-COUNT.
005350     IF WS-IM-LENGTH NUMERIC
005360         AND WS-IM-LENGTH > 60
005370         COMPUTE WS-LINE-COUNT = (WS-IM-LENGTH + 59) / 60
005380     END-IF.
005390     IF WS-LINE-COUNT > 4
005400         MOVE 4 TO WS-LINE-COUNT
005410     END-IF.
005420     PERFORM 4200-WRITE-TEXT-LINE
005430         THRU 4200-EXIT
005440         VARYING WS-LINE-SUB FROM 1 BY 1
005450         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
005460     MOVE SPACES TO WS-SL-DATE WS-SL-TIME WS-SL-BY
005470         WS-SL-OPERATOR-ID WS-SL-PROGRAM-ID.
005480     IF WS-KE-FROM-VERSION (WS-KEY-SUB)
005490         MOVE 'SOURCE: VERSION SUPERSEDED' TO WS-SL-LABEL
005500         MOVE WS-KE-IMAGE-STAMP (WS-KEY-SUB) TO WS-ROW-STAMP-NUM
005510         MOVE WS-ROW-STAMP-DATE TO WS-SL-DATE
005520         MOVE WS-ROW-STAMP-TIME TO WS-SL-TIME
005530         MOVE ' BY '            TO WS-SL-BY
005540         MOVE WS-KE-OPERATOR-ID (WS-KEY-SUB) TO WS-SL-OPERATOR-ID
005550         MOVE WS-KE-PROGRAM-ID (WS-KEY-SUB)  TO WS-SL-PROGRAM-ID
005560     ELSE
005570         MOVE 'SOURCE: LIVE MASTER RECORD' TO WS-SL-LABEL
005580     END-IF.
005590     MOVE WS-SOURCE-LINE TO AO-REPORT-LINE.
005600     WRITE AO-REPORT-LINE.
005610     IF WS-KE-CHANGED-ON-DAY (WS-KEY-SUB)
005620         MOVE WS-NOTE-LINE TO AO-REPORT-LINE
005630         WRITE AO-REPORT-LINE
005640     END-IF.
005650 4100-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 4200-WRITE-TEXT-LINE - writes one 60-character slice of the
005700*     as-of text.
005710******************************************************************
005720 4200-WRITE-TEXT-LINE.
005730     MOVE WS-IM-TEXT-LINE (WS-LINE-SUB) TO WS-TL-TEXT.
005740     MOVE WS-TEXT-LINE TO AO-REPORT-LINE.
005750     WRITE AO-REPORT-LINE.
005760 4200-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 5000-FIND-OR-ADD-KEY - points WS-FOUND-SUB at WS-ROW-KEY's
005810*     entry, adding an empty one when the key is new.  A full
005820*     table leaves WS-KEY-FOUND off and counts the overflow.
005830******************************************************************
005840 5000-FIND-OR-ADD-KEY.
005850     PERFORM 5100-FIND-KEY
005860         THRU 5100-EXIT.
005870     IF WS-KEY-FOUND
005880         GO TO 5000-EXIT
005890     END-IF.
005900     IF WS-KEY-COUNT NOT < 50
005910         ADD 1 TO WS-OVERFLOW-COUNT
005920         GO TO 5000-EXIT
005930     END-IF.
005940     ADD 1 TO WS-KEY-COUNT.
005950     MOVE WS-KEY-COUNT TO WS-FOUND-SUB.
005960     MOVE WS-ROW-KEY TO WS-KE-KEY (WS-FOUND-SUB).
005970     MOVE SPACE      TO WS-KE-SOURCE (WS-FOUND-SUB).
005980     MOVE ZERO       TO WS-KE-IMAGE-STAMP (WS-FOUND-SUB)
005990                        WS-KE-LAST-STAMP (WS-FOUND-SUB)
006000                        WS-KE-LAST-DATE (WS-FOUND-SUB).
006010     MOVE SPACES     TO WS-KE-IMAGE (WS-FOUND-SUB)
006020                        WS-KE-OPERATOR-ID (WS-FOUND-SUB)
006030                        WS-KE-PROGRAM-ID (WS-FOUND-SUB).
006040     MOVE SPACE      TO WS-KE-LAST-ACTION (WS-FOUND-SUB).
006050     MOVE 'N'        TO WS-KE-CHANGED-SW (WS-FOUND-SUB).
006060     SET WS-KEY-FOUND TO TRUE.
006070 5000-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 5100-FIND-KEY - sets WS-KEY-FOUND and WS-FOUND-SUB when
006120*     WS-ROW-KEY is already in the key table.
006130******************************************************************
006140 5100-FIND-KEY.
006150     MOVE 'N' TO WS-KEY-FOUND-SW.
006160     MOVE ZERO TO WS-FOUND-SUB.
006170     PERFORM 5200-CHECK-ONE-KEY
006180         THRU 5200-EXIT
006190         VARYING WS-KEY-SUB FROM 1 BY 1
006200         UNTIL WS-KEY-SUB > WS-KEY-COUNT
006210         OR WS-KEY-FOUND.
006220 5100-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 5200-CHECK-ONE-KEY - checks one key table entry against the
006270*     row key.
006280******************************************************************
006290 5200-CHECK-ONE-KEY.
006300     IF WS-KE-KEY (WS-KEY-SUB) = WS-ROW-KEY
006310         SET WS-KEY-FOUND TO TRUE
006320         MOVE WS-KEY-SUB TO WS-FOUND-SUB
006330     END-IF.
006340 5200-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 8000-WRITE-SUMMARY - writes the inquiry totals.  Keys past
006390*     the table's 50 are counted, not reported - narrow the
006400*     inquiry to a key if that count is not zero.
006410******************************************************************
006420 8000-WRITE-SUMMARY.
006430     MOVE SPACES TO WS-SUMMARY-LINE.
006440     MOVE 'VERSION ROWS READ       -' TO WS-SUMMARY-LABEL.
006450     MOVE WS-VERSIONS-READ TO WS-SUMMARY-COUNT.
006460     MOVE WS-SUMMARY-LINE TO AO-REPORT-LINE.
006470     WRITE AO-REPORT-LINE.
006480     MOVE 'KEYS IN FORCE           -' TO WS-SUMMARY-LABEL.
006490     MOVE WS-IN-FORCE-COUNT TO WS-SUMMARY-COUNT.
006500     MOVE WS-SUMMARY-LINE TO AO-REPORT-LINE.
006510     WRITE AO-REPORT-LINE.
006520     MOVE 'KEYS NOT IN FORCE       -' TO WS-SUMMARY-LABEL.
006530     MOVE WS-NOT-IN-FORCE-COUNT TO WS-SUMMARY-COUNT.
006540     MOVE WS-SUMMARY-LINE TO AO-REPORT-LINE.
006550     WRITE AO-REPORT-LINE.
006560     MOVE 'KEYS DELETED BY AS-OF   -' TO WS-SUMMARY-LABEL.
006570     MOVE WS-DELETED-COUNT TO WS-SUMMARY-COUNT.
006580     MOVE WS-SUMMARY-LINE TO AO-REPORT-LINE.
006590     WRITE AO-REPORT-LINE.
006600     MOVE 'ROWS PAST KEY TABLE     -' TO WS-SUMMARY-LABEL.
006610     MOVE WS-OVERFLOW-COUNT TO WS-SUMMARY-COUNT.
006620     MOVE WS-SUMMARY-LINE TO AO-REPORT-LINE.
006630     WRITE AO-REPORT-LINE.
006640     IF WS-OVERFLOW-COUNT > ZERO
006650         DISPLAY 'MSGASOF: MORE THAN 50 KEYS MATCH - '
006660             WS-OVERFLOW-COUNT ' ROW(S) NOT REPORTED, NAME '
006670             'A RECORD KEY TO SEE THEM'
006680     END-IF.
006690 8000-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 9000-TERMINATE - closes the report file before STOP RUN.
006740*     The input files open and close inside their own read
006750*     paragraphs.
006760******************************************************************
006770 9000-TERMINATE.
006780     IF WS-ASOFRPT-OPEN
006790         CLOSE ASOF-REPORT-FILE
006800     END-IF.
006810 9000-EXIT.
006820     EXIT.
006830
006840 END PROGRAM MSGASOF.
