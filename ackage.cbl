000100******************************************************************
000110* PROGRAM:    ACKAGE
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Ages the open-items ledger ACKMATCH carries
000160*             forward - every interface detail record sent but
000170*             still not acknowledged - so the downstream team
000180*             can be chased on what is actually outstanding
000190*             rather than on one day's exception report.  Each
000200*             open item is printed with its age in days as of
000210*             the AGEPARM date (today when blank) and its
000220*             bucket - 1 DAY, 2-5 DAYS or OVER 5 DAYS - with
000230*             bucket totals and the oldest age at the foot.
000240*             Condition code 4 when anything is open, 8 once
000250*             any item is older than the escalation age on the
000260*             card (five days when blank), so the scheduler
000270*             escalates a record the downstream system has
000280*             ignored instead of everyone forgetting it.
000290*
000300* MODIFICATION HISTORY
000310*   2026-10-15  RSW  Original program.
000320******************************************************************
000330
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ACKAGE.
000360 AUTHOR. R. S. WINTERS.
000370 INSTALLATION. DATA CENTER SERVICES.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-OPENITEM-STATUS.
000510
000520     SELECT AGE-PARM-FILE ASSIGN TO AGEPARM
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-AGEPARM-STATUS.
000550
000560     SELECT AGE-REPORT-FILE ASSIGN TO AGERPT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AGERPT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  OPEN-ITEM-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY OPENITEM.
000660
000670 FD  AGE-PARM-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY AGEPARM.
000710
000720 FD  AGE-REPORT-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750     COPY AGERPTL.
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-FILE-STATUSES.
000790     05  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
000800         88  WS-OPENITEM-OK                VALUE '00'.
000810     05  WS-AGEPARM-STATUS           PIC X(02) VALUE '00'.
000820         88  WS-AGEPARM-OK                 VALUE '00'.
000830     05  WS-AGERPT-STATUS            PIC X(02) VALUE '00'.
000840         88  WS-AGERPT-OK                  VALUE '00'.
000850
000860 01  WS-SWITCHES.
000870     05  WS-OPENITEM-OPEN-SW         PIC X(01) VALUE 'N'.
000880         88  WS-OPENITEM-OPEN              VALUE 'Y'.
000890     05  WS-AGERPT-OPEN-SW           PIC X(01) VALUE 'N'.
000900         88  WS-AGERPT-OPEN                VALUE 'Y'.
000910     05  WS-OPENITEM-EOF-SW          PIC X(01) VALUE 'N'.
000920         88  WS-OPENITEM-EOF               VALUE 'Y'.
000930
000940 01  WS-TODAY                        PIC 9(08).
000950 01  WS-AS-OF-DATE                   PIC 9(08) VALUE ZERO.
000960 01  WS-OLDEST-DATE                  PIC 9(08) VALUE ZERO.
000970
000980 01  WS-AGE-DATE                     PIC 9(08) VALUE ZERO.
000990 01  WS-AGE-SPLIT REDEFINES WS-AGE-DATE.
001000     05  WS-AGE-YEAR                 PIC 9(04).
001010     05  WS-AGE-MONTH                PIC 9(02).
001020     05  WS-AGE-DAY                  PIC 9(02).
001030
001040 01  WS-MONTH-DAY-VALUES             PIC X(24)
001050     VALUE '312831303130313130313031'.
001060 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
001070     05  WS-MONTH-DAYS OCCURS 12 TIMES
001080                                     PIC 9(02).
001090 01  WS-MONTH-LIMIT                  PIC 9(02) VALUE ZERO.
001100
001110 01  WS-LEAP-WORK.
001120     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001130     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001140     05  WS-LEAP-FLAG                PIC X(01) VALUE 'N'.
001150         88  WS-LEAP-YEAR                  VALUE 'Y'.
001160
001170 77  WS-ESCALATION-DAYS              PIC 9(03) COMP VALUE ZERO.
001180 77  WS-AGE-DAYS                     PIC 9(03) COMP VALUE ZERO.
001190 77  WS-OLDEST-AGE                   PIC 9(03) COMP VALUE ZERO.
001200 77  WS-OPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
001210 77  WS-ONE-DAY-COUNT                PIC 9(07) COMP VALUE ZERO.
001220 77  WS-FIVE-DAY-COUNT               PIC 9(07) COMP VALUE ZERO.
001230 77  WS-OVER-FIVE-COUNT              PIC 9(07) COMP VALUE ZERO.
001240 77  WS-ESCALATED-COUNT              PIC 9(07) COMP VALUE ZERO.
001250
001260 01  WS-HEADING-LINE.
001270     05  FILLER                      PIC X(10)
001280         VALUE 'RUN DATE  '.
001290     05  FILLER                      PIC X(08)
001300         VALUE 'BATCH   '.
001310     05  FILLER                      PIC X(05)
001320         VALUE 'AGE  '.
001330     05  FILLER                      PIC X(13)
001340         VALUE 'BUCKET       '.
001350     05  FILLER                      PIC X(04)
001360         VALUE 'ESC '.
001370     05  FILLER                      PIC X(40)
001380         VALUE 'MESSAGE TEXT'.
001390
001400 01  WS-AS-OF-LINE.
001410     05  FILLER                      PIC X(16)
001420         VALUE 'AGED AS OF DATE '.
001430     05  WS-AS-OF-DISPLAY            PIC 9(08).
001440     05  FILLER                      PIC X(18)
001450         VALUE ' - ESCALATE AFTER '.
001460     05  WS-ESCALATION-DISPLAY       PIC ZZ9.
001470     05  FILLER                      PIC X(05)
001480         VALUE ' DAYS'.
001490     05  FILLER                      PIC X(30) VALUE SPACES.
001500
001510 01  WS-SUMMARY-LINE.
001520     05  WS-SUMMARY-LABEL            PIC X(25) VALUE SPACES.
001530     05  WS-SUMMARY-COUNT            PIC ZZZZZZ9.
001540     05  FILLER                      PIC X(48) VALUE SPACES.
001550
001560 PROCEDURE DIVISION.
001570******************************************************************
001580* 0000-MAINLINE - controls overall program flow.
001590******************************************************************
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE
001620         THRU 1000-EXIT.
001630     IF RETURN-CODE = 0
001640         PERFORM 2000-AGE-OPEN-ITEM
001650             THRU 2000-EXIT
001660             UNTIL WS-OPENITEM-EOF
001670         PERFORM 8000-WRITE-SUMMARY
001680             THRU 8000-EXIT
001690     END-IF.
001700     PERFORM 9000-TERMINATE
001710         THRU 9000-EXIT.
001720     STOP RUN.
001730
001740******************************************************************
001750* 1000-INITIALIZE - obtains the as-of date and escalation age,
001760*     opens the ledger and the aging report, and primes the
001770*     read loop.
001780******************************************************************
001790 1000-INITIALIZE.
001800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001810     PERFORM 1100-READ-AGE-PARM
001820         THRU 1100-EXIT.
001830     OPEN INPUT OPEN-ITEM-FILE.
001840     IF NOT WS-OPENITEM-OK
001850         DISPLAY 'ACKAGE: UNABLE TO OPEN OPEN-ITEM '
001860             'FILE, STATUS = ' WS-OPENITEM-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         GO TO 1000-EXIT
001890     END-IF.
001900     SET WS-OPENITEM-OPEN TO TRUE.
001910     OPEN OUTPUT AGE-REPORT-FILE.
001920     IF NOT WS-AGERPT-OK
001930         DISPLAY 'ACKAGE: UNABLE TO OPEN AGE-REPORT '
001940             'FILE, STATUS = ' WS-AGERPT-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         GO TO 1000-EXIT
001970     END-IF.
001980     SET WS-AGERPT-OPEN TO TRUE.
001990     MOVE WS-AS-OF-DATE      TO WS-AS-OF-DISPLAY.
002000     MOVE WS-ESCALATION-DAYS TO WS-ESCALATION-DISPLAY.
002010     MOVE WS-AS-OF-LINE TO OA-REPORT-LINE.
002020     WRITE OA-REPORT-LINE.
002030     MOVE WS-HEADING-LINE TO OA-REPORT-LINE.
002040     WRITE OA-REPORT-LINE.
002050     PERFORM 2100-READ-OPEN-ITEM
002060         THRU 2100-EXIT.
002070 1000-EXIT.
002080     EXIT.
002090
002100******************************************************************
002110* 1100-READ-AGE-PARM - reads the aging card.  A missing card,
002120*     or a blank as-of date, means today; a blank or zero
002130*     escalation age means five days.
002140******************************************************************
002150 1100-READ-AGE-PARM.
002160     MOVE WS-TODAY TO WS-AS-OF-DATE.
002170     MOVE 5 TO WS-ESCALATION-DAYS.
002180     OPEN INPUT AGE-PARM-FILE.
002190     IF WS-AGEPARM-OK
002200         READ AGE-PARM-FILE
002210             AT END
002220                 CONTINUE
002230             NOT AT END
002240                 IF AG-AS-OF-DATE-NUM NUMERIC
002250                     AND AG-AS-OF-DATE-NUM > ZERO
002260                     MOVE AG-AS-OF-DATE-NUM TO WS-AS-OF-DATE
002270                 END-IF
002280                 IF AG-ESCALATION-DAYS-NUM NUMERIC
002290                     AND AG-ESCALATION-DAYS-NUM > ZERO
002300                     MOVE AG-ESCALATION-DAYS-NUM
002310                         TO WS-ESCALATION-DAYS
002320                 END-IF
002330         END-READ
002340         CLOSE AGE-PARM-FILE
002350     END-IF.
002360     DISPLAY 'ACKAGE: OPEN ITEMS AGED AS OF ' WS-AS-OF-DATE
002370         ' - ESCALATION AFTER ' WS-ESCALATION-DAYS ' DAYS'.
002380 1100-EXIT.
002390     EXIT.
002400
002410******************************************************************
002420* 2000-AGE-OPEN-ITEM - ages the current open item to the as-of
002430*     date, counts it into its bucket, flags it ESC when it
002440*     is older than the escalation age, prints it, and reads
002450*     the next one.
002460******************************************************************
002470 2000-AGE-OPEN-ITEM.
002480     ADD 1 TO WS-OPEN-COUNT.
002490     PERFORM 7000-COMPUTE-AGE
002500         THRU 7000-EXIT.
002510     MOVE SPACES           TO OA-REPORT-LINE.
002520     MOVE OI-RUN-DATE      TO OA-RUN-DATE.
002530     MOVE OI-BATCH-NUMBER  TO OA-BATCH-NUMBER.
002540     MOVE WS-AGE-DAYS      TO OA-AGE-DAYS.
002550     MOVE OI-MESSAGE-TEXT  TO OA-MESSAGE-TEXT.
002560     IF WS-AGE-DAYS NOT > 1
002570         ADD 1 TO WS-ONE-DAY-COUNT
002580         MOVE '1 DAY'       TO OA-AGE-BUCKET
002590     ELSE
002600         IF WS-AGE-DAYS NOT > 5
002610             ADD 1 TO WS-FIVE-DAY-COUNT
002620             MOVE '2-5 DAYS'    TO OA-AGE-BUCKET
002630         ELSE
002640             ADD 1 TO WS-OVER-FIVE-COUNT
002650             MOVE 'OVER 5 DAYS' TO OA-AGE-BUCKET
002660         END-IF
002670     END-IF.
002680     IF WS-AGE-DAYS > WS-ESCALATION-DAYS
002690         ADD 1 TO WS-ESCALATED-COUNT
002700         MOVE 'ESC' TO OA-ESCALATE-FLAG
002710     END-IF.
002720     WRITE OA-REPORT-LINE.
002730     IF WS-OPEN-COUNT = 1
002740         OR OI-RUN-DATE < WS-OLDEST-DATE
002750         MOVE OI-RUN-DATE TO WS-OLDEST-DATE
002760         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
002770     END-IF.
002780     PERFORM 2100-READ-OPEN-ITEM
002790         THRU 2100-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830******************************************************************
002840* 2100-READ-OPEN-ITEM - reads the next open item.
002850******************************************************************
002860 2100-READ-OPEN-ITEM.
002870     READ OPEN-ITEM-FILE
002880         AT END
002890             SET WS-OPENITEM-EOF TO TRUE
002900     END-READ.
002910 2100-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 7000-COMPUTE-AGE - counts the calendar days from the open
002960*     item's run date up to the as-of date by stepping the
002970*     date forward a day at a time, as BCASTFCT walks its
002980*     horizon.  An item dated after the as-of date is age
002990*     zero; the count stops at 999.
003000******************************************************************
003010 7000-COMPUTE-AGE.
003020     MOVE ZERO TO WS-AGE-DAYS.
003030     MOVE OI-RUN-DATE TO WS-AGE-DATE.
003040     PERFORM 7100-ADVANCE-ONE-DAY
003050         THRU 7100-EXIT
003060         UNTIL WS-AGE-DATE NOT < WS-AS-OF-DATE
003070         OR WS-AGE-DAYS NOT < 999.
003080 7000-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* 7100-ADVANCE-ONE-DAY - steps the aging date forward one
003130*     calendar day, rolling the month and year as needed,
003140*     with February taking its leap day from 7200, and counts
003150*     the day toward the item's age.
003160******************************************************************
003170 7100-ADVANCE-ONE-DAY.
003180     ADD 1 TO WS-AGE-DAYS.
003190     MOVE WS-MONTH-DAYS (WS-AGE-MONTH) TO WS-MONTH-LIMIT.
003200     IF WS-AGE-MONTH = 2
003210         PERFORM 7200-CHECK-LEAP-YEAR
003220             THRU 7200-EXIT
003230         IF WS-LEAP-YEAR
003240             MOVE 29 TO WS-MONTH-LIMIT
003250         END-IF
003260     END-IF.
003270     IF WS-AGE-DAY < WS-MONTH-LIMIT
003280         ADD 1 TO WS-AGE-DAY
003290         GO TO 7100-EXIT
003300     END-IF.
003310     MOVE 1 TO WS-AGE-DAY.
003320     IF WS-AGE-MONTH = 12
003330         MOVE 1 TO WS-AGE-MONTH
003340         ADD 1 TO WS-AGE-YEAR
003350     ELSE
003360         ADD 1 TO WS-AGE-MONTH
003370     END-IF.
003380 7100-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 7200-CHECK-LEAP-YEAR - sets WS-LEAP-YEAR for the aging year
003430*     - divisible by four, except centuries not divisible by
003440*     four hundred.
003450******************************************************************
003460 7200-CHECK-LEAP-YEAR.
003470     MOVE 'N' TO WS-LEAP-FLAG.
003480     DIVIDE WS-AGE-YEAR BY 4
003490         GIVING WS-LEAP-QUOTIENT
003500         REMAINDER WS-LEAP-REMAINDER.
003510     IF WS-LEAP-REMAINDER = ZERO
003520         MOVE 'Y' TO WS-LEAP-FLAG
003530     END-IF.
003540     DIVIDE WS-AGE-YEAR BY 100
003550         GIVING WS-LEAP-QUOTIENT
003560         REMAINDER WS-LEAP-REMAINDER.
003570     IF WS-LEAP-REMAINDER = ZERO
003580         MOVE 'N' TO WS-LEAP-FLAG
003590         DIVIDE WS-AGE-YEAR BY 400
003600             GIVING WS-LEAP-QUOTIENT
003610             REMAINDER WS-LEAP-REMAINDER
003620         IF WS-LEAP-REMAINDER = ZERO
003630             MOVE 'Y' TO WS-LEAP-FLAG
003640         END-IF
003650     END-IF.
003660 7200-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700* 8000-WRITE-SUMMARY - writes the bucket totals, the escalated
003710*     count and the oldest age, and sets condition code 4 when
003720*     anything is open, 8 when anything is past the
003730*     escalation age.
003740******************************************************************
003750 8000-WRITE-SUMMARY.
003760     MOVE SPACES TO WS-SUMMARY-LINE.
003770     MOVE 'OPEN 1 DAY              -' TO WS-SUMMARY-LABEL.
003780     MOVE WS-ONE-DAY-COUNT TO WS-SUMMARY-COUNT.
003790     MOVE WS-SUMMARY-LINE TO OA-REPORT-LINE.
003800     WRITE OA-REPORT-LINE.
003810     MOVE 'OPEN 2-5 DAYS           -' TO WS-SUMMARY-LABEL.
003820     MOVE WS-FIVE-DAY-COUNT TO WS-SUMMARY-COUNT.
003830     MOVE WS-SUMMARY-LINE TO OA-REPORT-LINE.
003840     WRITE OA-REPORT-LINE.
003850     MOVE 'OPEN OVER 5 DAYS        -' TO WS-SUMMARY-LABEL.
003860     MOVE WS-OVER-FIVE-COUNT TO WS-SUMMARY-COUNT.
003870     MOVE WS-SUMMARY-LINE TO OA-REPORT-LINE.
003880     WRITE OA-REPORT-LINE.
003890     MOVE 'TOTAL OPEN ITEMS        -' TO WS-SUMMARY-LABEL.
003900     MOVE WS-OPEN-COUNT TO WS-SUMMARY-COUNT.
003910     MOVE WS-SUMMARY-LINE TO OA-REPORT-LINE.
003920     WRITE OA-REPORT-LINE.
003930     MOVE 'PAST ESCALATION AGE     -' TO WS-SUMMARY-LABEL.
003940     MOVE WS-ESCALATED-COUNT TO WS-SUMMARY-COUNT.
003950     MOVE WS-SUMMARY-LINE TO OA-REPORT-LINE.
003960     WRITE OA-REPORT-LINE.
003970     MOVE 'OLDEST AGE IN DAYS      -' TO WS-SUMMARY-LABEL.
003980     MOVE WS-OLDEST-AGE TO WS-SUMMARY-COUNT.
003990     MOVE WS-SUMMARY-LINE TO OA-REPORT-LINE.
004000     WRITE OA-REPORT-LINE.
004010     IF WS-ESCALATED-COUNT > ZERO
004020         IF RETURN-CODE < 8
004030             MOVE 8 TO RETURN-CODE
004040         END-IF
004050         DISPLAY 'ACKAGE: ' WS-ESCALATED-COUNT
004060             ' OPEN ITEMS PAST ESCALATION AGE - CHASE '
004070             'DOWNSTREAM'
004080     ELSE
004090         IF WS-OPEN-COUNT > ZERO
004100             AND RETURN-CODE = ZERO
004110             MOVE 4 TO RETURN-CODE
004120         END-IF
004130     END-IF.
004140 8000-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 9000-TERMINATE - closes open files before STOP RUN.
004190******************************************************************
004200 9000-TERMINATE.
004210     IF WS-OPENITEM-OPEN
004220         CLOSE OPEN-ITEM-FILE
004230     END-IF.
004240     IF WS-AGERPT-OPEN
004250         CLOSE AGE-REPORT-FILE
004260     END-IF.
004270 9000-EXIT.
004280     EXIT.
004290
004300 END PROGRAM ACKAGE.
