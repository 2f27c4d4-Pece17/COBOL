000100******************************************************************
000110* PROGRAM:    MSGBKUP
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Backup, verify and point-in-time restore of the
000160*             keyed MESSAGE-MASTER, which has had no routine copy
000170*             since MSGCONV loaded it.  Function U (the nightly
000180*             step ahead of SAMPLE-PROGRAM) unloads the master in
000190*             key order to a new MSGUNLD generation - header
000200*             stamped with the unload date and time, one detail
000210*             per record, and a trailer control record with the
000220*             record count and hash totals of the keys and the
000230*             message lengths.  Function V proves a generation
000240*             against its own control totals and then lists
000250*             every key added, deleted or changed on the live
000260*             master since it was taken.  Function R does the
000270*             same and then reloads the master from the
000280*             generation, so operations can roll back a bad bulk
000290*             load themselves - each record the reload
000300*             supersedes is saved to the message-version file
000310*             first, and the restore is logged to MAINT-LOG as
000320*             action L under the operator on the card.  A
000330*             generation that fails its control totals, or is
000340*             not the one the card names, is never restored.
000350*
000360* MODIFICATION HISTORY
000370*   2026-10-15  RSW  Original program.
000380******************************************************************
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. MSGBKUP.
000420 AUTHOR. R. S. WINTERS.
000430 INSTALLATION. DATA CENTER SERVICES.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS MM-RECORD-KEY
000580         FILE STATUS IS WS-MSGMAST-STATUS.
000590
000600     SELECT UNLOAD-FILE ASSIGN TO MSGUNLD
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-MSGUNLD-STATUS.
000630
000640     SELECT BKUP-PARM-FILE ASSIGN TO BKUPPARM
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BKUPPARM-STATUS.
000670
000680     SELECT BKUP-REPORT-FILE ASSIGN TO BKUPRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-BKUPRPT-STATUS.
000710
000720     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-MAINTLOG-STATUS.
000750
000760     SELECT MESSAGE-VERSION-FILE ASSIGN TO MSGVERS
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-MSGVERS-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  MESSAGE-MASTER-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY MSGMAST.
000860
000870 FD  UNLOAD-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY MSGUNLD.
000910
000920 FD  BKUP-PARM-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY BKUPPARM.
000960
000970 FD  BKUP-REPORT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000     COPY BKUPRPTL.
001010
001020 FD  MAINT-LOG-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050     COPY MAINTLOG.
001060
001070 FD  MESSAGE-VERSION-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY MSGVERS.
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001150         88  WS-MSGMAST-OK                VALUE '00'.
001160     05  WS-MSGUNLD-STATUS           PIC X(02) VALUE '00'.
001170         88  WS-MSGUNLD-OK                VALUE '00'.
001180     05  WS-BKUPPARM-STATUS          PIC X(02) VALUE '00'.
001190         88  WS-BKUPPARM-OK               VALUE '00'.
001200     05  WS-BKUPRPT-STATUS           PIC X(02) VALUE '00'.
001210         88  WS-BKUPRPT-OK                VALUE '00'.
001220     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001230         88  WS-MAINTLOG-OK               VALUE '00'.
001240     05  WS-MSGVERS-STATUS           PIC X(02) VALUE '00'.
001250         88  WS-MSGVERS-OK                VALUE '00'.
001260
001270 01  WS-SWITCHES.
001280     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001290         88  WS-MSGMAST-OPEN               VALUE 'Y'.
001300     05  WS-MSGUNLD-OPEN-SW          PIC X(01) VALUE 'N'.
001310         88  WS-MSGUNLD-OPEN               VALUE 'Y'.
001320     05  WS-BKUPRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001330         88  WS-BKUPRPT-OPEN               VALUE 'Y'.
001340     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001350         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001360     05  WS-MSGVERS-OPEN-SW          PIC X(01) VALUE 'N'.
001370         88  WS-MSGVERS-OPEN               VALUE 'Y'.
001380     05  WS-MSGMAST-EOF-SW           PIC X(01) VALUE 'N'.
001390         88  WS-MSGMAST-EOF                VALUE 'Y'.
001400     05  WS-MSGUNLD-EOF-SW           PIC X(01) VALUE 'N'.
001410         88  WS-MSGUNLD-EOF                VALUE 'Y'.
001420     05  WS-HEADER-SEEN-SW           PIC X(01) VALUE 'N'.
001430         88  WS-HEADER-SEEN                VALUE 'Y'.
001440     05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
001450         88  WS-TRAILER-SEEN               VALUE 'Y'.
001460
001470 01  WS-RUN-STAMP.
001480     05  WS-RUN-DATE                 PIC 9(08).
001490     05  WS-RUN-TIME                 PIC 9(08).
001500
001510 01  WS-FUNCTION                     PIC X(01) VALUE 'U'.
001520     88  WS-UNLOAD                        VALUE 'U'.
001530     88  WS-VERIFY                        VALUE 'V'.
001540     88  WS-RESTORE                       VALUE 'R'.
001550 01  WS-CHOSEN-DATE                  PIC 9(08) VALUE ZERO.
001560 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
001570 01  WS-CHECK-REASON                 PIC X(30) VALUE SPACES.
001580 01  WS-HEADER-DATE                  PIC 9(08) VALUE ZERO.
001590 01  WS-HEADER-TIME                  PIC 9(08) VALUE ZERO.
001600 01  WS-PREVIOUS-KEY                 PIC 9(06) VALUE ZERO.
001610 01  WS-UNLOAD-KEY                   PIC 9(07) VALUE ZERO.
001620 01  WS-LIVE-KEY                     PIC 9(07) VALUE ZERO.
001630 01  WS-HIGH-KEY                     PIC 9(07) VALUE 9999999.
001640
001650 01  WS-HASH-TOTALS.
001660     05  WS-KEY-HASH-TOTAL           PIC 9(11) COMP VALUE ZERO.
001670     05  WS-LENGTH-HASH-TOTAL        PIC 9(11) COMP VALUE ZERO.
001680
001690 01  WS-TRAILER-TOTALS.
001700     05  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
001710     05  WS-TRAILER-KEY-HASH         PIC 9(11) VALUE ZERO.
001720     05  WS-TRAILER-LENGTH-HASH      PIC 9(11) VALUE ZERO.
001730
001740 77  WS-RECORD-COUNT                 PIC 9(07) COMP VALUE ZERO.
001750 77  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
001760 77  WS-DELETED-COUNT                PIC 9(07) COMP VALUE ZERO.
001770 77  WS-CHANGED-COUNT                PIC 9(07) COMP VALUE ZERO.
001780 77  WS-RELOADED-COUNT               PIC 9(07) COMP VALUE ZERO.
001790 77  WS-VERSIONS-SAVED-COUNT         PIC 9(07) COMP VALUE ZERO.
001800
001810 01  WS-TITLE-LINE.
001820     05  WS-TITLE-FUNCTION           PIC X(08).
001830     05  FILLER                      PIC X(31)
001840         VALUE 'OF MESSAGE MASTER UNLOAD TAKEN '.
001850     05  WS-TITLE-UNLOAD-DATE        PIC 9(08).
001860     05  FILLER                      PIC X(01) VALUE SPACE.
001870     05  WS-TITLE-UNLOAD-TIME        PIC 9(08).
001880     05  FILLER                      PIC X(24) VALUE SPACES.
001890
001900 01  WS-REJECTED-LINE.
001910     05  FILLER                      PIC X(18)
001920         VALUE 'UNLOAD REJECTED - '.
001930     05  WS-REJECTED-REASON          PIC X(30).
001940     05  FILLER                      PIC X(32) VALUE SPACES.
001950
001960 01  WS-HEADING-LINE.
001970     05  FILLER                      PIC X(08)
001980         VALUE 'KEY     '.
001990     05  FILLER                      PIC X(09)
002000         VALUE 'SINCE    '.
002010     05  FILLER                      PIC X(11)
002020         VALUE 'TYPE       '.
002030     05  FILLER                      PIC X(04)
002040         VALUE 'LG  '.
002050     05  FILLER                      PIC X(48)
002060         VALUE 'MESSAGE TEXT'.
002070
002080 01  WS-SUMMARY-LINE.
002090     05  WS-SUMMARY-LABEL            PIC X(25) VALUE SPACES.
002100     05  WS-SUMMARY-COUNT            PIC ZZZZZZ9.
002110     05  FILLER                      PIC X(48) VALUE SPACES.
002120
002130 01  WS-RESTORE-OLD-TEXT.
002140     05  FILLER                      PIC X(24)
002150         VALUE 'RESTORED FROM UNLOAD OF '.
002160     05  WS-RT-UNLOAD-DATE           PIC 9(08).
002170     05  FILLER                      PIC X(01) VALUE SPACE.
002180     05  WS-RT-UNLOAD-TIME           PIC 9(08).
002190
002200 01  WS-RESTORE-NEW-TEXT.
002210     05  WS-RT-RELOADED-COUNT        PIC 9(07).
002220     05  FILLER                      PIC X(19)
002230         VALUE ' RECORDS RELOADED, '.
002240     05  WS-RT-ADDED-COUNT           PIC 9(07).
002250     05  FILLER                      PIC X(08)
002260         VALUE ' ADDED, '.
002270     05  WS-RT-CHANGED-COUNT         PIC 9(07).
002280     05  FILLER                      PIC X(10)
002290         VALUE ' CHANGED, '.
002300     05  WS-RT-DELETED-COUNT         PIC 9(07).
002310     05  FILLER                      PIC X(30)
002320         VALUE ' DELETED SINCE UNLOAD UNDONE'.
002330
002340 PROCEDURE DIVISION.
002350******************************************************************
002360* 0000-MAINLINE - controls overall program flow.
002370******************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE
002400         THRU 1000-EXIT.
002410     IF RETURN-CODE = 0
002420         IF WS-UNLOAD
002430             PERFORM 2000-UNLOAD-MASTER
002440                 THRU 2000-EXIT
002450         ELSE
002460             PERFORM 3000-CHECK-UNLOAD
002470                 THRU 3000-EXIT
002480             IF RETURN-CODE = 0
002490                 PERFORM 4000-COMPARE-TO-LIVE
002500                     THRU 4000-EXIT
002510             END-IF
002520             IF RETURN-CODE = 0
002530                 AND WS-RESTORE
002540                 PERFORM 5000-RELOAD-MASTER
002550                     THRU 5000-EXIT
002560             END-IF
002570             PERFORM 8000-WRITE-SUMMARY
002580                 THRU 8000-EXIT
002590         END-IF
002600     END-IF.
002610     PERFORM 9000-TERMINATE
002620         THRU 9000-EXIT.
002630     STOP RUN.
002640
002650******************************************************************
002660* 1000-INITIALIZE - reads the parameter card and opens the files
002670*     the function needs up front - the master and the new
002680*     generation for an unload, the report for a verify or a
002690*     restore.  The passes over an existing generation open and
002700*     close it themselves.
002710******************************************************************
002720 1000-INITIALIZE.
002730     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002740     ACCEPT WS-RUN-TIME FROM TIME.
002750     PERFORM 1100-READ-BKUP-PARM
002760         THRU 1100-EXIT.
002770     IF RETURN-CODE NOT = 0
002780         GO TO 1000-EXIT
002790     END-IF.
002800     IF WS-UNLOAD
002810         OPEN INPUT MESSAGE-MASTER-FILE
002820         IF NOT WS-MSGMAST-OK
002830             DISPLAY 'MSGBKUP: UNABLE TO OPEN MESSAGE-MASTER '
002840                 'FILE, STATUS = ' WS-MSGMAST-STATUS
002850             MOVE 16 TO RETURN-CODE
002860             GO TO 1000-EXIT
002870         END-IF
002880         SET WS-MSGMAST-OPEN TO TRUE
002890         OPEN OUTPUT UNLOAD-FILE
002900         IF NOT WS-MSGUNLD-OK
002910             DISPLAY 'MSGBKUP: UNABLE TO OPEN UNLOAD FILE, '
002920                 'STATUS = ' WS-MSGUNLD-STATUS
002930             MOVE 16 TO RETURN-CODE
002940             GO TO 1000-EXIT
002950         END-IF
002960         SET WS-MSGUNLD-OPEN TO TRUE
002970         GO TO 1000-EXIT
002980     END-IF.
002990     OPEN OUTPUT BKUP-REPORT-FILE.
003000     IF NOT WS-BKUPRPT-OK
003010         DISPLAY 'MSGBKUP: UNABLE TO OPEN BACKUP REPORT FILE, '
003020             'STATUS = ' WS-BKUPRPT-STATUS
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 1000-EXIT
003050     END-IF.
003060     SET WS-BKUPRPT-OPEN TO TRUE.
003070 1000-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 1100-READ-BKUP-PARM - reads the function card.  A missing
003120*     card, or a blank function, means the nightly unload.  A
003130*     restore must name the unload date of the generation
003140*     chosen and the operator it is logged under; without both
003150*     the run stops RC 16 before anything is touched.
003160******************************************************************
003170 1100-READ-BKUP-PARM.
003180     MOVE 'U' TO WS-FUNCTION.
003190     OPEN INPUT BKUP-PARM-FILE.
003200     IF WS-BKUPPARM-OK
003210         READ BKUP-PARM-FILE
003220             AT END
003230                 CONTINUE
003240             NOT AT END
003250                 IF NOT BP-UNLOAD
003260                     MOVE BP-FUNCTION TO WS-FUNCTION
003270                 END-IF
003280                 IF BP-UNLOAD-DATE-NUM NUMERIC
003290                     AND BP-UNLOAD-DATE-NUM > ZERO
003300                     MOVE BP-UNLOAD-DATE-NUM TO WS-CHOSEN-DATE
003310                 END-IF
003320                 MOVE BP-OPERATOR-ID TO WS-OPERATOR-ID
003330         END-READ
003340         CLOSE BKUP-PARM-FILE
003350     END-IF.
003360     IF NOT WS-UNLOAD
003370         AND NOT WS-VERIFY
003380         AND NOT WS-RESTORE
003390         DISPLAY 'MSGBKUP: BKUPPARM FUNCTION MUST BE U, V OR R'
003400         MOVE 16 TO RETURN-CODE
003410         GO TO 1100-EXIT
003420     END-IF.
003430     IF WS-RESTORE
003440         AND WS-CHOSEN-DATE = ZERO
003450         DISPLAY 'MSGBKUP: BKUPPARM CARD NAMES NO UNLOAD DATE - '
003460             'NAME THE GENERATION TO RESTORE'
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 1100-EXIT
003490     END-IF.
003500     IF WS-RESTORE
003510         AND WS-OPERATOR-ID = SPACES
003520         DISPLAY 'MSGBKUP: BKUPPARM CARD NAMES NO OPERATOR - '
003530             'A RESTORE MUST BE LOGGED UNDER AN OPERATOR ID'
003540         MOVE 16 TO RETURN-CODE
003550         GO TO 1100-EXIT
003560     END-IF.
003570     IF WS-UNLOAD
003580         DISPLAY 'MSGBKUP: UNLOADING MESSAGE MASTER'
003590     ELSE
003600         IF WS-VERIFY
003610             DISPLAY 'MSGBKUP: VERIFYING UNLOAD AGAINST THE LIVE '
003620                 'MASTER'
003630         ELSE
003640             DISPLAY 'MSGBKUP: RESTORING MESSAGE MASTER FROM '
003650                 'UNLOAD OF ' WS-CHOSEN-DATE ' FOR '
003654                 WS-OPERATOR-ID
003660         END-IF
003670     END-IF.
003680 1100-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 2000-UNLOAD-MASTER - writes the header, one detail per master
003730*     record in key order, and the trailer control record with
003740*     the count and hash totals.  An empty master still gets a
003750*     header and a zero trailer, with condition code 4.
003760******************************************************************
003770 2000-UNLOAD-MASTER.
003780     MOVE SPACES      TO MU-UNLOAD-RECORD.
003790     SET MU-HEADER-RECORD TO TRUE.
003800     MOVE WS-RUN-DATE TO MU-UNLOAD-DATE.
003810     MOVE WS-RUN-TIME TO MU-UNLOAD-TIME.
003820     WRITE MU-UNLOAD-RECORD.
003830     PERFORM 2100-UNLOAD-ONE-RECORD
003840         THRU 2100-EXIT
003850         UNTIL WS-MSGMAST-EOF.
003860     MOVE SPACES      TO MU-UNLOAD-RECORD.
003870     SET MU-TRAILER-RECORD TO TRUE.
003880     MOVE WS-RECORD-COUNT      TO MU-RECORD-COUNT.
003890     MOVE WS-KEY-HASH-TOTAL    TO MU-KEY-HASH-TOTAL.
003900     MOVE WS-LENGTH-HASH-TOTAL TO MU-LENGTH-HASH-TOTAL.
003910     WRITE MU-UNLOAD-RECORD.
003920     DISPLAY 'MSGBKUP: UNLOAD OF ' WS-RUN-DATE ' ' WS-RUN-TIME
003930         ' - ' WS-RECORD-COUNT ' RECORDS'.
003940     DISPLAY 'MSGBKUP: KEY HASH ' WS-KEY-HASH-TOTAL
003950         ' LENGTH HASH ' WS-LENGTH-HASH-TOTAL.
003960     IF WS-RECORD-COUNT = ZERO
003970         DISPLAY 'MSGBKUP: MESSAGE MASTER IS EMPTY - UNLOAD '
003980             'HOLDS NO RECORDS'
003990         MOVE 4 TO RETURN-CODE
004000     END-IF.
004010 2000-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 2100-UNLOAD-ONE-RECORD - reads the next master record and
004060*     writes it to the generation as a detail, counting it and
004070*     adding its key and length to the hash totals.
004080******************************************************************
004090 2100-UNLOAD-ONE-RECORD.
004100     READ MESSAGE-MASTER-FILE NEXT
004110         AT END
004120             SET WS-MSGMAST-EOF TO TRUE
004130             GO TO 2100-EXIT
004140     END-READ.
004150     MOVE SPACES            TO MU-UNLOAD-RECORD.
004160     SET MU-DETAIL-RECORD   TO TRUE.
004170     MOVE MM-MESSAGE-RECORD TO MU-MASTER-IMAGE.
004180     WRITE MU-UNLOAD-RECORD.
004190     ADD 1                 TO WS-RECORD-COUNT.
004200     ADD MM-RECORD-KEY     TO WS-KEY-HASH-TOTAL.
004210     ADD MM-MESSAGE-LENGTH TO WS-LENGTH-HASH-TOTAL.
004220 2100-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 3000-CHECK-UNLOAD - reads the whole generation once before it
004270*     is trusted: a header first, details in ascending key
004280*     order, a trailer last whose count and hash totals agree
004290*     with the details read, and - when the card names one - the
004300*     unload date asked for.  Any failure stops the run RC 12
004310*     with the reason on the report and nothing compared or
004320*     restored.  A restore of an empty generation is refused.
004330******************************************************************
004340 3000-CHECK-UNLOAD.
004350     OPEN INPUT UNLOAD-FILE.
004360     IF NOT WS-MSGUNLD-OK
004370         DISPLAY 'MSGBKUP: UNABLE TO OPEN UNLOAD FILE, '
004380             'STATUS = ' WS-MSGUNLD-STATUS
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 3000-EXIT
004410     END-IF.
004420     SET WS-MSGUNLD-OPEN TO TRUE.
004430     MOVE SPACES TO WS-CHECK-REASON.
004440     PERFORM 3100-CHECK-ONE-ROW
004450         THRU 3100-EXIT
004460         UNTIL WS-MSGUNLD-EOF
004470         OR WS-CHECK-REASON NOT = SPACES.
004480     CLOSE UNLOAD-FILE.
004490     MOVE 'N' TO WS-MSGUNLD-OPEN-SW.
004500     MOVE 'N' TO WS-MSGUNLD-EOF-SW.
004510     IF WS-CHECK-REASON NOT = SPACES
004520         GO TO 3000-REJECT
004530     END-IF.
004540     IF NOT WS-HEADER-SEEN
004550         MOVE 'UNLOAD FILE IS EMPTY' TO WS-CHECK-REASON
004560         GO TO 3000-REJECT
004570     END-IF.
004580     IF NOT WS-TRAILER-SEEN
004590         MOVE 'NO TRAILER - FILE TRUNCATED' TO WS-CHECK-REASON
004600         GO TO 3000-REJECT
004610     END-IF.
004620     IF WS-TRAILER-COUNT NOT = WS-RECORD-COUNT
004630         OR WS-TRAILER-KEY-HASH NOT = WS-KEY-HASH-TOTAL
004640         OR WS-TRAILER-LENGTH-HASH NOT = WS-LENGTH-HASH-TOTAL
004650         MOVE 'CONTROL TOTALS DO NOT AGREE' TO WS-CHECK-REASON
004660         GO TO 3000-REJECT
004670     END-IF.
004680     IF WS-CHOSEN-DATE NOT = ZERO
004690         AND WS-CHOSEN-DATE NOT = WS-HEADER-DATE
004700         MOVE 'NOT THE GENERATION NAMED' TO WS-CHECK-REASON
004710         GO TO 3000-REJECT
004720     END-IF.
004730     IF WS-RESTORE
004740         AND WS-RECORD-COUNT = ZERO
004750         MOVE 'NO RECORDS TO RESTORE' TO WS-CHECK-REASON
004760         GO TO 3000-REJECT
004770     END-IF.
004780     IF WS-VERIFY
004790         MOVE 'VERIFY  ' TO WS-TITLE-FUNCTION
004800     ELSE
004810         MOVE 'RESTORE ' TO WS-TITLE-FUNCTION
004820     END-IF.
004830     MOVE WS-HEADER-DATE TO WS-TITLE-UNLOAD-DATE.
004840     MOVE WS-HEADER-TIME TO WS-TITLE-UNLOAD-TIME.
004850     MOVE WS-TITLE-LINE TO BR-REPORT-LINE.
004860     WRITE BR-REPORT-LINE.
004870     MOVE WS-HEADING-LINE TO BR-REPORT-LINE.
004880     WRITE BR-REPORT-LINE.
004890     GO TO 3000-EXIT.
004900 3000-REJECT.
004910     DISPLAY 'MSGBKUP: UNLOAD REJECTED - ' WS-CHECK-REASON.
004920     MOVE WS-CHECK-REASON TO WS-REJECTED-REASON.
004930     MOVE WS-REJECTED-LINE TO BR-REPORT-LINE.
004940     WRITE BR-REPORT-LINE.
004950     MOVE 12 TO RETURN-CODE.
004960 3000-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 3100-CHECK-ONE-ROW - reads one generation row and checks its
005010*     place in the header/detail/trailer sequence, totalling
005020*     the details as it goes.  The first fault found is left in
005030*     WS-CHECK-REASON and ends the pass.
005040******************************************************************
005050 3100-CHECK-ONE-ROW.
005060     READ UNLOAD-FILE
005070         AT END
005080             SET WS-MSGUNLD-EOF TO TRUE
005090             GO TO 3100-EXIT
005100     END-READ.
005110     IF WS-TRAILER-SEEN
005120         MOVE 'RECORDS AFTER THE TRAILER' TO WS-CHECK-REASON
005130         GO TO 3100-EXIT
005140     END-IF.
005150     IF NOT WS-HEADER-SEEN
005160         IF MU-HEADER-RECORD
005170             SET WS-HEADER-SEEN TO TRUE
005180             MOVE MU-UNLOAD-DATE TO WS-HEADER-DATE
005190             MOVE MU-UNLOAD-TIME TO WS-HEADER-TIME
005200         ELSE
005210             MOVE 'NO HEADER RECORD' TO WS-CHECK-REASON
005220         END-IF
005230         GO TO 3100-EXIT
005240     END-IF.
005250     IF MU-TRAILER-RECORD
005260         SET WS-TRAILER-SEEN TO TRUE
005270         MOVE MU-RECORD-COUNT      TO WS-TRAILER-COUNT
005280         MOVE MU-KEY-HASH-TOTAL    TO WS-TRAILER-KEY-HASH
005290         MOVE MU-LENGTH-HASH-TOTAL TO WS-TRAILER-LENGTH-HASH
005300         GO TO 3100-EXIT
005310     END-IF.
005320     IF NOT MU-DETAIL-RECORD
005330         MOVE 'UNKNOWN RECORD TYPE' TO WS-CHECK-REASON
005340         GO TO 3100-EXIT
005350     END-IF.
005360     IF WS-RECORD-COUNT > ZERO
005370         AND MU-RECORD-KEY NOT > WS-PREVIOUS-KEY
005380         MOVE 'KEYS OUT OF SEQUENCE' TO WS-CHECK-REASON
005390         GO TO 3100-EXIT
005400     END-IF.
005410     MOVE MU-RECORD-KEY     TO WS-PREVIOUS-KEY.
005420     ADD 1                 TO WS-RECORD-COUNT.
005430     ADD MU-RECORD-KEY     TO WS-KEY-HASH-TOTAL.
005440     ADD MU-MESSAGE-LENGTH TO WS-LENGTH-HASH-TOTAL.
005450 3100-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 4000-COMPARE-TO-LIVE - matches the generation's details
005500*     against the live master, both in key order, and reports
005510*     every key added, deleted or changed since the unload.  A
005520*     restore also opens the message-version file here, so each
005530*     live record the reload is about to supersede - changed or
005540*     added since the unload - is saved before it goes.
005550******************************************************************
005560 4000-COMPARE-TO-LIVE.
005570     OPEN INPUT UNLOAD-FILE.
005580     IF NOT WS-MSGUNLD-OK
005590         DISPLAY 'MSGBKUP: UNABLE TO OPEN UNLOAD FILE, '
005600             'STATUS = ' WS-MSGUNLD-STATUS
005610         MOVE 16 TO RETURN-CODE
005620         GO TO 4000-EXIT
005630     END-IF.
005640     SET WS-MSGUNLD-OPEN TO TRUE.
005650     OPEN INPUT MESSAGE-MASTER-FILE.
005660     IF NOT WS-MSGMAST-OK
005670         DISPLAY 'MSGBKUP: UNABLE TO OPEN MESSAGE-MASTER FILE, '
005680             'STATUS = ' WS-MSGMAST-STATUS
005690         MOVE 16 TO RETURN-CODE
005700         GO TO 4000-EXIT
005710     END-IF.
005720     SET WS-MSGMAST-OPEN TO TRUE.
005730     IF WS-RESTORE
005740         OPEN EXTEND MESSAGE-VERSION-FILE
005750         IF NOT WS-MSGVERS-OK
005760             DISPLAY 'MSGBKUP: UNABLE TO OPEN MESSAGE-VERSION '
005770                 'FILE, STATUS = ' WS-MSGVERS-STATUS
005780             MOVE 16 TO RETURN-CODE
005790             GO TO 4000-EXIT
005800         END-IF
005810         SET WS-MSGVERS-OPEN TO TRUE
005820     END-IF.
005830*    3000 proved the first row is the header - step past it
005840     READ UNLOAD-FILE
005850         AT END
005860             SET WS-MSGUNLD-EOF TO TRUE
005870     END-READ.
005880     PERFORM 4200-READ-UNLOAD-DETAIL
005890         THRU 4200-EXIT.
005900     PERFORM 4300-READ-LIVE-RECORD
005910         THRU 4300-EXIT.
005920     PERFORM 4100-COMPARE-ONE-KEY
005930         THRU 4100-EXIT
005940         UNTIL WS-UNLOAD-KEY = WS-HIGH-KEY
005950         AND WS-LIVE-KEY = WS-HIGH-KEY.
005960     CLOSE UNLOAD-FILE.
005970     MOVE 'N' TO WS-MSGUNLD-OPEN-SW.
005980     MOVE 'N' TO WS-MSGUNLD-EOF-SW.
005990     CLOSE MESSAGE-MASTER-FILE.
006000     MOVE 'N' TO WS-MSGMAST-OPEN-SW.
006010     MOVE 'N' TO WS-MSGMAST-EOF-SW.
006020 4000-EXIT.
006030     EXIT.
006040
006050******************************************************************
006060* 4100-COMPARE-ONE-KEY - compares the lower of the two current
006070*     keys.  A key only in the generation was deleted since the
006080*     unload; a key only on the live master was added since; a
006090*     key in both whose record differs was changed since.
006100******************************************************************
006110 4100-COMPARE-ONE-KEY.
006120     IF WS-UNLOAD-KEY < WS-LIVE-KEY
006130         ADD 1 TO WS-DELETED-COUNT
006140         MOVE SPACES           TO BR-REPORT-LINE
006150         MOVE MU-RECORD-KEY    TO BR-RECORD-KEY
006160         MOVE 'DELETED'        TO BR-DIFFERENCE
006170         MOVE MU-MESSAGE-TYPE  TO BR-MESSAGE-TYPE
006180         MOVE MU-LANGUAGE-CODE TO BR-LANGUAGE-CODE
006190         MOVE MU-MESSAGE-TEXT  TO BR-MESSAGE-TEXT
006200         WRITE BR-REPORT-LINE
006210         PERFORM 4200-READ-UNLOAD-DETAIL
006220             THRU 4200-EXIT
006230         GO TO 4100-EXIT
006240     END-IF.
006250     IF WS-LIVE-KEY < WS-UNLOAD-KEY
006260         ADD 1 TO WS-ADDED-COUNT
006270         MOVE 'ADDED' TO BR-DIFFERENCE
006280         PERFORM 4400-WRITE-LIVE-DIFFERENCE
006290             THRU 4400-EXIT
006300         IF WS-RESTORE
006310             MOVE SPACES            TO MV-VERSION-RECORD
006320             MOVE MM-MESSAGE-RECORD TO MV-MASTER-IMAGE
006330             SET MV-DELETED TO TRUE
006340             PERFORM 4500-WRITE-VERSION
006350                 THRU 4500-EXIT
006360         END-IF
006370         PERFORM 4300-READ-LIVE-RECORD
006380             THRU 4300-EXIT
006390         GO TO 4100-EXIT
006400     END-IF.
006410     IF MU-MASTER-IMAGE NOT = MM-MESSAGE-RECORD
006420         ADD 1 TO WS-CHANGED-COUNT
006430         MOVE 'CHANGED' TO BR-DIFFERENCE
006440         PERFORM 4400-WRITE-LIVE-DIFFERENCE
006450             THRU 4400-EXIT
006460         IF WS-RESTORE
006470             MOVE SPACES            TO MV-VERSION-RECORD
006480             MOVE MM-MESSAGE-RECORD TO MV-MASTER-IMAGE
006490             SET MV-UPDATED TO TRUE
006500             PERFORM 4500-WRITE-VERSION
006510                 THRU 4500-EXIT
006520         END-IF
006530     END-IF.
006540     PERFORM 4200-READ-UNLOAD-DETAIL
006550         THRU 4200-EXIT.
006560     PERFORM 4300-READ-LIVE-RECORD
006570         THRU 4300-EXIT.
006580 4100-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* 4200-READ-UNLOAD-DETAIL - reads the next generation detail,
006630*     setting the high key once the trailer or end of file is
006640*     reached.
006650******************************************************************
006660 4200-READ-UNLOAD-DETAIL.
006670     IF WS-MSGUNLD-EOF
006680         MOVE WS-HIGH-KEY TO WS-UNLOAD-KEY
006690         GO TO 4200-EXIT
006700     END-IF.
006710     READ UNLOAD-FILE
006720         AT END
006730             SET WS-MSGUNLD-EOF TO TRUE
006740     END-READ.
006750     IF WS-MSGUNLD-EOF
006760         OR NOT MU-DETAIL-RECORD
006770         SET WS-MSGUNLD-EOF TO TRUE
006780         MOVE WS-HIGH-KEY TO WS-UNLOAD-KEY
006790     ELSE
006800         MOVE MU-RECORD-KEY TO WS-UNLOAD-KEY
006810     END-IF.
006820 4200-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 4300-READ-LIVE-RECORD - reads the next live master record,
006870*     setting the high key at end of file.
006880******************************************************************
006890 4300-READ-LIVE-RECORD.
006900     IF WS-MSGMAST-EOF
006910         MOVE WS-HIGH-KEY TO WS-LIVE-KEY
006920         GO TO 4300-EXIT
006930     END-IF.
006940     READ MESSAGE-MASTER-FILE NEXT
006950         AT END
006960             SET WS-MSGMAST-EOF TO TRUE
006970     END-READ.
006980     IF WS-MSGMAST-EOF
006990         MOVE WS-HIGH-KEY TO WS-LIVE-KEY
007000     ELSE
007010         MOVE MM-RECORD-KEY TO WS-LIVE-KEY
007020     END-IF.
007030 4300-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 4400-WRITE-LIVE-DIFFERENCE - prints the current live record
007080*     under the difference already moved to the line.
007090******************************************************************
007100 4400-WRITE-LIVE-DIFFERENCE.
007110     MOVE MM-RECORD-KEY    TO BR-RECORD-KEY.
007120     MOVE MM-MESSAGE-TYPE  TO BR-MESSAGE-TYPE.
007130     MOVE MM-LANGUAGE-CODE TO BR-LANGUAGE-CODE.
007140     MOVE MM-MESSAGE-TEXT  TO BR-MESSAGE-TEXT.
007150     WRITE BR-REPORT-LINE.
007160 4400-EXIT.
007170     EXIT.
007180
007190******************************************************************
007200* 4500-WRITE-VERSION - writes the live record image, already
007210*     moved to MV-MASTER-IMAGE with its MV-ACTION set, to the
007220*     message-version file, stamped with the run date, time and
007230*     the restoring operator, as MSGLOAD saves its own.
007240******************************************************************
007250 4500-WRITE-VERSION.
007260     IF WS-MSGVERS-OPEN
007270         MOVE WS-RUN-DATE    TO MV-SUPERSEDED-DATE
007280         MOVE WS-RUN-TIME    TO MV-SUPERSEDED-TIME
007290         MOVE WS-OPERATOR-ID TO MV-OPERATOR-ID
007300         MOVE SPACES         TO MV-SECOND-OPERATOR-ID
007310         MOVE 'MSGBKUP'      TO MV-PROGRAM-ID
007320         WRITE MV-VERSION-RECORD
007330         ADD 1 TO WS-VERSIONS-SAVED-COUNT
007340     END-IF.
007350 4500-EXIT.
007360     EXIT.
007370
007380******************************************************************
007390* 5000-RELOAD-MASTER - reloads the master from the generation
007400*     as a fresh load in key order, as MSGCONV first loaded it,
007410*     and logs the restore.  A record the master will not take
007420*     leaves the master part-loaded - the run ends RC 16 so the
007430*     restore is rerun before SAMPLE-PROGRAM uses the master.
007440******************************************************************
007450 5000-RELOAD-MASTER.
007460     OPEN INPUT UNLOAD-FILE.
007470     IF NOT WS-MSGUNLD-OK
007480         DISPLAY 'MSGBKUP: UNABLE TO OPEN UNLOAD FILE, '
007490             'STATUS = ' WS-MSGUNLD-STATUS
007500         MOVE 16 TO RETURN-CODE
007510         GO TO 5000-EXIT
007520     END-IF.
007530     SET WS-MSGUNLD-OPEN TO TRUE.
007540     OPEN OUTPUT MESSAGE-MASTER-FILE.
007550     IF NOT WS-MSGMAST-OK
007560         DISPLAY 'MSGBKUP: UNABLE TO OPEN MESSAGE-MASTER FILE '
007570             'FOR RELOAD, STATUS = ' WS-MSGMAST-STATUS
007580         MOVE 16 TO RETURN-CODE
007590         GO TO 5000-EXIT
007600     END-IF.
007610     SET WS-MSGMAST-OPEN TO TRUE.
007620     PERFORM 5100-RELOAD-ONE-RECORD
007630         THRU 5100-EXIT
007640         UNTIL WS-MSGUNLD-EOF
007650         OR RETURN-CODE NOT = 0.
007660     CLOSE MESSAGE-MASTER-FILE.
007670     MOVE 'N' TO WS-MSGMAST-OPEN-SW.
007680     IF RETURN-CODE NOT = 0
007690         DISPLAY 'MSGBKUP: RELOAD STOPPED AFTER '
007700             WS-RELOADED-COUNT ' RECORDS - MASTER IS INCOMPLETE, '
007710             'RERUN THE RESTORE'
007720         GO TO 5000-EXIT
007730     END-IF.
007740     DISPLAY 'MSGBKUP: MESSAGE MASTER RELOADED - '
007750         WS-RELOADED-COUNT ' RECORDS'.
007760     PERFORM 5200-LOG-RESTORE
007770         THRU 5200-EXIT.
007780 5000-EXIT.
007790     EXIT.
007800
007810******************************************************************
007820* 5100-RELOAD-ONE-RECORD - writes one generation detail back to
007830*     the master.  Header and trailer rows are passed over.
007840******************************************************************
007850 5100-RELOAD-ONE-RECORD.
007860     READ UNLOAD-FILE
007870         AT END
007880             SET WS-MSGUNLD-EOF TO TRUE
007890             GO TO 5100-EXIT
007900     END-READ.
007910     IF NOT MU-DETAIL-RECORD
007920         GO TO 5100-EXIT
007930     END-IF.
007940     MOVE MU-MASTER-IMAGE TO MM-MESSAGE-RECORD.
007950     WRITE MM-MESSAGE-RECORD
007960         INVALID KEY
007970             DISPLAY 'MSGBKUP: RELOAD FAILED AT KEY '
007980                 MM-RECORD-KEY ', STATUS = ' WS-MSGMAST-STATUS
007990             MOVE 16 TO RETURN-CODE
008000         NOT INVALID KEY
008010             ADD 1 TO WS-RELOADED-COUNT
008020     END-WRITE.
008030 5100-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070* 5200-LOG-RESTORE - appends one maintenance log row, action L,
008080*     with the restoring operator in ML-OPERATOR-ID, the
008090*     generation restored from in the old-text field and what
008100*     the reload rolled back in the new-text field.
008110******************************************************************
008120 5200-LOG-RESTORE.
008130     OPEN EXTEND MAINT-LOG-FILE.
008140     IF NOT WS-MAINTLOG-OK
008150         DISPLAY 'MSGBKUP: UNABLE TO OPEN MAINT-LOG FILE, '
008160             'STATUS = ' WS-MAINTLOG-STATUS
008170             ' - RESTORE NOT LOGGED'
008180         MOVE 16 TO RETURN-CODE
008190         GO TO 5200-EXIT
008200     END-IF.
008210     SET WS-MAINTLOG-OPEN TO TRUE.
008220     MOVE WS-HEADER-DATE    TO WS-RT-UNLOAD-DATE.
008230     MOVE WS-HEADER-TIME    TO WS-RT-UNLOAD-TIME.
008240     MOVE WS-RELOADED-COUNT TO WS-RT-RELOADED-COUNT.
008250     MOVE WS-ADDED-COUNT    TO WS-RT-ADDED-COUNT.
008260     MOVE WS-CHANGED-COUNT  TO WS-RT-CHANGED-COUNT.
008270     MOVE WS-DELETED-COUNT  TO WS-RT-DELETED-COUNT.
008280     MOVE WS-RUN-DATE         TO ML-CHANGE-DATE.
008290     MOVE WS-RUN-TIME         TO ML-CHANGE-TIME.
008300     MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID.
008310     MOVE SPACES              TO ML-SECOND-OPERATOR-ID.
008320     MOVE SPACES              TO ML-MESSAGE-TYPE.
008330     MOVE WS-RESTORE-OLD-TEXT TO ML-OLD-MESSAGE-TEXT.
008340     MOVE WS-RESTORE-NEW-TEXT TO ML-NEW-MESSAGE-TEXT.
008350     SET ML-RESTORE-ACTION    TO TRUE.
008360     WRITE ML-MAINT-LOG-RECORD.
008370 5200-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410* 8000-WRITE-SUMMARY - writes the generation's record count and
008420*     the keys added, deleted and changed since it was taken,
008430*     with the records reloaded and versions saved on a
008440*     restore.  Nothing is summarized once the run has failed
008450*     RC 12 or worse.  A verify that finds the master has moved
008454*     on sets condition code 4.
008460******************************************************************
008470 8000-WRITE-SUMMARY.
008480     IF NOT WS-BKUPRPT-OPEN
008490         OR RETURN-CODE NOT < 12
008500         GO TO 8000-EXIT
008510     END-IF.
008520     MOVE SPACES TO WS-SUMMARY-LINE.
008530     MOVE 'RECORDS IN UNLOAD       -' TO WS-SUMMARY-LABEL.
008540     MOVE WS-RECORD-COUNT TO WS-SUMMARY-COUNT.
008550     MOVE WS-SUMMARY-LINE TO BR-REPORT-LINE.
008560     WRITE BR-REPORT-LINE.
008570     MOVE 'KEYS ADDED SINCE        -' TO WS-SUMMARY-LABEL.
008580     MOVE WS-ADDED-COUNT TO WS-SUMMARY-COUNT.
008590     MOVE WS-SUMMARY-LINE TO BR-REPORT-LINE.
008600     WRITE BR-REPORT-LINE.
008610     MOVE 'KEYS DELETED SINCE      -' TO WS-SUMMARY-LABEL.
008620     MOVE WS-DELETED-COUNT TO WS-SUMMARY-COUNT.
008630     MOVE WS-SUMMARY-LINE TO BR-REPORT-LINE.
008640     WRITE BR-REPORT-LINE.
008650     MOVE 'KEYS CHANGED SINCE      -' TO WS-SUMMARY-LABEL.
008660     MOVE WS-CHANGED-COUNT TO WS-SUMMARY-COUNT.
008670     MOVE WS-SUMMARY-LINE TO BR-REPORT-LINE.
008680     WRITE BR-REPORT-LINE.
008690     IF WS-RESTORE
008700         MOVE 'RECORDS RELOADED        -' TO WS-SUMMARY-LABEL
008710         MOVE WS-RELOADED-COUNT TO WS-SUMMARY-COUNT
008720         MOVE WS-SUMMARY-LINE TO BR-REPORT-LINE
008730         WRITE BR-REPORT-LINE
008740         MOVE 'VERSIONS SAVED          -' TO WS-SUMMARY-LABEL
008750         MOVE WS-VERSIONS-SAVED-COUNT TO WS-SUMMARY-COUNT
008760         MOVE WS-SUMMARY-LINE TO BR-REPORT-LINE
008770         WRITE BR-REPORT-LINE
008780     END-IF.
008790     IF WS-VERIFY
008800         IF WS-ADDED-COUNT > ZERO
008810             OR WS-DELETED-COUNT > ZERO
008820             OR WS-CHANGED-COUNT > ZERO
008830             IF RETURN-CODE = ZERO
008840                 MOVE 4 TO RETURN-CODE
008850             END-IF
008860             DISPLAY 'MSGBKUP: MASTER HAS CHANGED SINCE THE '
008870                 'UNLOAD - SEE THE REPORT'
008880         ELSE
008890             DISPLAY 'MSGBKUP: MASTER MATCHES THE UNLOAD'
008900         END-IF
008910     END-IF.
008920 8000-EXIT.
008930     EXIT.
008940
008950******************************************************************
008960* 9000-TERMINATE - closes open files before STOP RUN.
008970******************************************************************
008980 9000-TERMINATE.
008990     IF WS-MSGMAST-OPEN
009000         CLOSE MESSAGE-MASTER-FILE
009010     END-IF.
009020     IF WS-MSGUNLD-OPEN
009030         CLOSE UNLOAD-FILE
009040     END-IF.
009050     IF WS-BKUPRPT-OPEN
009060         CLOSE BKUP-REPORT-FILE
009070     END-IF.
009080     IF WS-MAINTLOG-OPEN
009090         CLOSE MAINT-LOG-FILE
009100     END-IF.
009110     IF WS-MSGVERS-OPEN
009120         CLOSE MESSAGE-VERSION-FILE
009130     END-IF.
009140 9000-EXIT.
009150     EXIT.
009160
009170 END PROGRAM MSGBKUP.
