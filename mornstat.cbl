000320*
000330* MODIFICATION HISTORY
000340*   2026-09-02  RSW  Original program.
000341*   2026-10-15  RSW  Out-of-cycle flash broadcasts (FLASHRUN)
000342*                    reported apart from the scheduled run -
000343*                    their audit rows and flash-batch interface
000344*                    details no longer count toward the run's
000345*                    outcome, balance or acks, and get their
000346*                    own FLASH lines.  A flash out of balance
000347*                    or not acknowledged makes the day
000348*                    ATTENTION.
000350*   2026-10-15  RSW  Reads ACKMATCH's open-items ledger and
000360*                    shows how many sent records are still
000370*                    unacknowledged and the oldest one's age
000380*                    in days, so the downstream team can be
000390*                    chased on what is actually outstanding.
000391*   2026-10-15  RSW  Messages now go to every destination routed
000392*                    for them, so RECORDS SENT counts messages
000393*                    sent (audit detail rows carrying text) and
000394*                    a new COPIES TRANSMITTED line counts the
000395*                    interface details.  The balance also
000396*                    requires the routed-copy audit rows to
000397*                    equal the interface details, and an
000398*                    acknowledgment pairs only with the copy
000399*                    sent to its own destination.
000400*   2026-10-15  RSW  SAMPLE-PROGRAM now summarizes the records it
000401*                    read but did not select on not-selected
000402*                    audit rows instead of a detail row and a
000403*                    reject each - they are totalled onto a new
000404*                    RECORDS NOT SELECTED line, and the balance
000405*                    becomes records read = detail rows plus
000406*                    records not selected.
000407******************************************************************
000410
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. MORNSTAT.
000440 AUTHOR. R. S. WINTERS.
000450 INSTALLATION. DATA CENTER SERVICES.
000460 DATE-WRITTEN. 2026-09-02.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590
000600     SELECT INTERFACE-FILE ASSIGN TO INTRFACE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-INTRFACE-STATUS.
000630
000640     SELECT REJECT-FILE ASSIGN TO REJECT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REJECT-STATUS.
000670
000680     SELECT ACK-FILE ASSIGN TO ACKIN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-ACKIN-STATUS.
000710
000720     SELECT DATE-PARM-FILE ASSIGN TO DATEPARM
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-DATEPARM-STATUS.
000750
000760     SELECT STATUS-REPORT-FILE ASSIGN TO STATRPT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-STATRPT-STATUS.
000790
000800     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-OPENITEM-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  AUDIT-TRAIL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY AUDITREC.
000900
000910 FD  INTERFACE-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY INTFREC.
000950
000960 FD  REJECT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990     COPY REJCTREC.
001000
001010 FD  ACK-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY ACKREC.
001050
001060 FD  DATE-PARM-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DATEPARM.
001100
001110 FD  STATUS-REPORT-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140     COPY STATRPTL.
001150
001160 FD  OPEN-ITEM-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY OPENITEM.
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-FILE-STATUSES.
001230     05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
001240         88  WS-AUDIT-OK                   VALUE '00'.
001250     05  WS-INTRFACE-STATUS          PIC X(02) VALUE '00'.
001260         88  WS-INTRFACE-OK                VALUE '00'.
001270     05  WS-REJECT-STATUS            PIC X(02) VALUE '00'.
001280         88  WS-REJECT-OK                  VALUE '00'.
001290     05  WS-ACKIN-STATUS             PIC X(02) VALUE '00'.
001300         88  WS-ACKIN-OK                   VALUE '00'.
001310     05  WS-DATEPARM-STATUS          PIC X(02) VALUE '00'.
001320         88  WS-DATEPARM-OK                VALUE '00'.
001330     05  WS-STATRPT-STATUS           PIC X(02) VALUE '00'.
001340         88  WS-STATRPT-OK                 VALUE '00'.
001350     05  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
001360         88  WS-OPENITEM-OK                VALUE '00'.
001370
001380 01  WS-SWITCHES.
001390     05  WS-STATRPT-OPEN-SW          PIC X(01) VALUE 'N'.
001400         88  WS-STATRPT-OPEN               VALUE 'Y'.
001410     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001420         88  WS-AUDIT-EOF                  VALUE 'Y'.
001430     05  WS-INTRFACE-EOF-SW          PIC X(01) VALUE 'N'.
001440         88  WS-INTRFACE-EOF               VALUE 'Y'.
001450     05  WS-REJECT-EOF-SW            PIC X(01) VALUE 'N'.
001460         88  WS-REJECT-EOF                 VALUE 'Y'.
001470     05  WS-ACKIN-EOF-SW             PIC X(01) VALUE 'N'.
001480         88  WS-ACKIN-EOF                  VALUE 'Y'.
001490     05  WS-RUN-SEEN-SW              PIC X(01) VALUE 'N'.
001500         88  WS-RUN-SEEN                   VALUE 'Y'.
001510     05  WS-IN-BALANCE-SW            PIC X(01) VALUE 'Y'.
001520         88  WS-IN-BALANCE                 VALUE 'Y'.
001530         88  WS-OUT-OF-BALANCE             VALUE 'N'.
001540     05  WS-FLASH-BATCH-SW           PIC X(01) VALUE 'N'.
001550         88  WS-IN-FLASH-BATCH             VALUE 'Y'.
001560     05  WS-FLASH-BALANCE-SW         PIC X(01) VALUE 'Y'.
001570         88  WS-FLASH-IN-BALANCE           VALUE 'Y'.
001580         88  WS-FLASH-OUT-OF-BALANCE       VALUE 'N'.
001590     05  WS-OPENITEM-EOF-SW          PIC X(01) VALUE 'N'.
001600         88  WS-OPENITEM-EOF               VALUE 'Y'.
001610     05  WS-LEDGER-READ-SW           PIC X(01) VALUE 'N'.
001620         88  WS-LEDGER-READ                VALUE 'Y'.
001630
001640 01  WS-TODAY                        PIC 9(08).
001650 01  WS-STATUS-DATE                  PIC 9(08) VALUE ZERO.
001660 01  WS-LAST-RUN-RC                  PIC 9(04) VALUE ZERO.
001670 01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.
001680 01  WS-VERDICT                      PIC X(09) VALUE SPACES.
001690 01  WS-OLDEST-DATE                  PIC 9(08) VALUE ZERO.
001700
001710 01  WS-AGE-DATE                     PIC 9(08) VALUE ZERO.
001720 01  WS-AGE-SPLIT REDEFINES WS-AGE-DATE.
001730     05  WS-AGE-YEAR                 PIC 9(04).
001740     05  WS-AGE-MONTH                PIC 9(02).
001750     05  WS-AGE-DAY                  PIC 9(02).
001760
001770 01  WS-MONTH-DAY-VALUES             PIC X(24)
001780     VALUE '312831303130313130313031'.
001790 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
001800     05  WS-MONTH-DAYS OCCURS 12 TIMES
001810                                     PIC 9(02).
001820 01  WS-MONTH-LIMIT                  PIC 9(02) VALUE ZERO.
001830
001840 01  WS-LEAP-WORK.
001850     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
001860     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
001870     05  WS-LEAP-FLAG                PIC X(01) VALUE 'N'.
001880         88  WS-LEAP-YEAR                  VALUE 'Y'.
001890
001900 01  WS-OLDEST-LINE.
001910     05  WS-OLDEST-AGE-DISPLAY       PIC ZZ9.
001920     05  FILLER                      PIC X(17)
001930         VALUE ' DAYS - RUN DATE '.
001940     05  WS-OLDEST-DATE-DISPLAY      PIC 9(08).
001950     05  FILLER                      PIC X(28) VALUE SPACES.
001960
001970 77  WS-READ-COUNT                   PIC 9(07) COMP VALUE ZERO.
001980 77  WS-DETAIL-COUNT                 PIC 9(07) COMP VALUE ZERO.
001990 77  WS-INTF-COUNT                   PIC 9(07) COMP VALUE ZERO.
002000 77  WS-REJECT-COUNT                 PIC 9(07) COMP VALUE ZERO.
002002 77  WS-SENT-COUNT                   PIC 9(07) COMP VALUE ZERO.
002004 77  WS-ROUTED-COUNT                 PIC 9(07) COMP VALUE ZERO.
002010 77  WS-DISPOSED-COUNT               PIC 9(07) COMP VALUE ZERO.
002012 77  WS-NSEL-COUNT                   PIC 9(07) COMP VALUE ZERO.
002014 77  WS-ACCOUNTED-COUNT              PIC 9(07) COMP VALUE ZERO.
002020 77  WS-ACK-COUNT                    PIC 9(04) COMP VALUE ZERO.
002030 77  WS-ACK-SUB                      PIC 9(04) COMP VALUE ZERO.
002040 77  WS-MATCH-SUB                    PIC 9(04) COMP VALUE ZERO.
002050 77  WS-UNACKED-COUNT                PIC 9(05) COMP VALUE ZERO.
002060 77  WS-PHANTOM-COUNT                PIC 9(05) COMP VALUE ZERO.
002070 77  WS-FLASH-RUN-COUNT              PIC 9(05) COMP VALUE ZERO.
002080 77  WS-FLASH-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
002090 77  WS-FLASH-DETAIL-COUNT           PIC 9(07) COMP VALUE ZERO.
002100 77  WS-FLASH-INTF-COUNT             PIC 9(07) COMP VALUE ZERO.
002110 77  WS-FLASH-UNACKED-COUNT          PIC 9(05) COMP VALUE ZERO.
002112 77  WS-FLASH-SENT-COUNT             PIC 9(07) COMP VALUE ZERO.
002114 77  WS-FLASH-ROUTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002120 77  WS-OPEN-ITEM-COUNT              PIC 9(07) COMP VALUE ZERO.
002130 77  WS-AGE-DAYS                     PIC 9(03) COMP VALUE ZERO.
002140
002150 01  WS-ACK-TABLE.
002160     05  WS-ACK-ENTRY OCCURS 1000 TIMES.
002170         10  WS-ACK-ENTRY-DATE       PIC 9(08).
002180         10  WS-ACK-ENTRY-TIME       PIC 9(08).
002184         10  WS-ACK-ENTRY-DEST       PIC X(06).
002190         10  WS-ACK-ENTRY-TEXT       PIC X(240).
002200         10  WS-ACK-MATCHED-SW       PIC X(01).
002210             88  WS-ACK-MATCHED           VALUE 'Y'.
002220
002230 PROCEDURE DIVISION.
002240******************************************************************
002250* 0000-MAINLINE - controls overall program flow.
002260******************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-EXIT.
002300     IF RETURN-CODE = 0
002310         PERFORM 2000-READ-AUDIT-TRAIL
002320             THRU 2000-EXIT
002330         PERFORM 3000-LOAD-ACKNOWLEDGMENTS
002340             THRU 3000-EXIT
002350         PERFORM 4000-READ-INTERFACE
002360             THRU 4000-EXIT
002370         PERFORM 5000-READ-REJECTS
002380             THRU 5000-EXIT
002390         PERFORM 6000-COUNT-PHANTOM-ACKS
002400             THRU 6000-EXIT
002410         PERFORM 7000-READ-OPEN-ITEMS
002420             THRU 7000-EXIT
002430         PERFORM 8000-WRITE-STATUS-PAGE
002440             THRU 8000-EXIT
002450     END-IF.
002460     PERFORM 9000-TERMINATE
002470         THRU 9000-EXIT.
002480     STOP RUN.
002490
002500******************************************************************
002510* 1000-INITIALIZE - obtains the run date being closed and
002520*     opens the status report.
002530******************************************************************
002540 1000-INITIALIZE.
002550     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002560     MOVE WS-TODAY TO WS-STATUS-DATE.
002570     PERFORM 1100-READ-DATE-PARM
002580         THRU 1100-EXIT.
002590     OPEN OUTPUT STATUS-REPORT-FILE.
002600     IF NOT WS-STATRPT-OK
002610         DISPLAY 'MORNSTAT: UNABLE TO OPEN STATUS-REPORT '
002620             'FILE, STATUS = ' WS-STATRPT-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     SET WS-STATRPT-OPEN TO TRUE.
002670 1000-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 1100-READ-DATE-PARM - obtains the run date being closed from
002720*     the optional date parameter card.  A missing card, or
002730*     one that is blank or not a date, means today - as
002740*     RECON-REPORT's own card works.
002750******************************************************************
002760 1100-READ-DATE-PARM.
002770     OPEN INPUT DATE-PARM-FILE.
002780     IF WS-DATEPARM-OK
002790         READ DATE-PARM-FILE
002800             AT END
002810                 CONTINUE
002820             NOT AT END
002830                 IF DP-RUN-DATE-NUM NUMERIC
002840                     AND DP-RUN-DATE-NUM > ZERO
002850                     MOVE DP-RUN-DATE-NUM TO WS-STATUS-DATE
002860                 END-IF
002870         END-READ
002880         CLOSE DATE-PARM-FILE
002890     END-IF.
002900     DISPLAY 'MORNSTAT: STATUS FOR RUN DATE ' WS-STATUS-DATE.
002910 1100-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 2000-READ-AUDIT-TRAIL - accumulates the status date's audit
002960*     rows - each run-outcome row marks the run as seen,
002970*     leaves its return code as the latest outcome and adds
002980*     its records-read count; each detail row counts toward
002990*     the balance, and one carrying text as a message sent;
003000*     each routed-copy row counts one copy the interface
003010*     should hold.  Rows FLASHRUN marked out-of-cycle are
003012*     counted as flash runs, details and copies instead, and
003014*     never stand in for the scheduled run's outcome.
003020******************************************************************
003030 2000-READ-AUDIT-TRAIL.
003040     OPEN INPUT AUDIT-TRAIL-FILE.
003050     IF NOT WS-AUDIT-OK
003060         DISPLAY 'MORNSTAT: UNABLE TO OPEN AUDIT-TRAIL '
003070             'FILE, STATUS = ' WS-AUDIT-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         GO TO 2000-EXIT
003100     END-IF.
003110     PERFORM 2100-READ-ONE-AUDIT-ROW
003120         THRU 2100-EXIT
003130         UNTIL WS-AUDIT-EOF.
003140     CLOSE AUDIT-TRAIL-FILE.
003150 2000-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 2100-READ-ONE-AUDIT-ROW - reads and accumulates one audit
003200*     row for the status date.
003210******************************************************************
003220 2100-READ-ONE-AUDIT-ROW.
003230     READ AUDIT-TRAIL-FILE
003240         AT END
003250             SET WS-AUDIT-EOF TO TRUE
003260             GO TO 2100-EXIT
003270     END-READ.
003280     IF AU-JOB-DATE NOT = WS-STATUS-DATE
003290         GO TO 2100-EXIT
003300     END-IF.
003301     IF AU-ROUTED-RECORD
003302         IF AU-OUT-OF-CYCLE
003303             ADD 1 TO WS-FLASH-ROUTED-COUNT
003304         ELSE
003305             ADD 1 TO WS-ROUTED-COUNT
003306         END-IF
003307         GO TO 2100-EXIT
003308     END-IF.
003310     IF AU-OUT-OF-CYCLE
003320         IF AU-RUN-RECORD
003330             ADD 1 TO WS-FLASH-RUN-COUNT
003340             IF AU-RECORDS-READ NUMERIC
003350                 ADD AU-RECORDS-READ TO WS-FLASH-READ-COUNT
003360             END-IF
003370         END-IF
003380         IF AU-DETAIL-RECORD
003390             ADD 1 TO WS-FLASH-DETAIL-COUNT
003392             IF AU-MESSAGE-TEXT NOT = SPACES
003394                 ADD 1 TO WS-FLASH-SENT-COUNT
003396             END-IF
003400         END-IF
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF AU-RUN-RECORD
003440         SET WS-RUN-SEEN TO TRUE
003450         MOVE AU-RETURN-CODE TO WS-LAST-RUN-RC
003460         IF AU-RECORDS-READ NUMERIC
003470             ADD AU-RECORDS-READ TO WS-READ-COUNT
003480         END-IF
003482     END-IF.
003484     IF AU-NOT-SELECTED-RECORD
003486         AND AU-RECORDS-READ NUMERIC
003488         ADD AU-RECORDS-READ TO WS-NSEL-COUNT
003490     END-IF.
003500     IF AU-DETAIL-RECORD
003510         ADD 1 TO WS-DETAIL-COUNT
003512         IF AU-MESSAGE-TEXT NOT = SPACES
003514             ADD 1 TO WS-SENT-COUNT
003516         END-IF
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570* 3000-LOAD-ACKNOWLEDGMENTS - loads the returned
003580*     acknowledgment file into the table, unmatched, as
003590*     ACKMATCH does.  A missing acknowledgment file counts
003600*     every interface detail as unacknowledged - exactly what
003610*     the morning needs to see.
003620******************************************************************
003630 3000-LOAD-ACKNOWLEDGMENTS.
003640     OPEN INPUT ACK-FILE.
003650     IF NOT WS-ACKIN-OK
003660         DISPLAY 'MORNSTAT: NO ACKNOWLEDGMENT FILE - NOTHING '
003670             'COUNTS AS ACKNOWLEDGED, STATUS = '
003680             WS-ACKIN-STATUS
003690         GO TO 3000-EXIT
003700     END-IF.
003710     PERFORM 3100-LOAD-ONE-ACK
003720         THRU 3100-EXIT
003730         UNTIL WS-ACKIN-EOF.
003740     CLOSE ACK-FILE.
003750 3000-EXIT.
003760     EXIT.
003770
003780******************************************************************
003790* 3100-LOAD-ONE-ACK - loads one acknowledgment for the status
003800*     date into the table.
003810******************************************************************
003820 3100-LOAD-ONE-ACK.
003830     READ ACK-FILE
003840         AT END
003850             SET WS-ACKIN-EOF TO TRUE
003860             GO TO 3100-EXIT
003870     END-READ.
003880     IF AK-RUN-DATE NOT = WS-STATUS-DATE
003890         GO TO 3100-EXIT
003900     END-IF.
003910     IF WS-ACK-COUNT < 1000
003920         ADD 1 TO WS-ACK-COUNT
003930         MOVE AK-RUN-DATE     TO WS-ACK-ENTRY-DATE (WS-ACK-COUNT)
003940         MOVE AK-RUN-TIME     TO WS-ACK-ENTRY-TIME (WS-ACK-COUNT)
003942         MOVE AK-DESTINATION-ID
003944             TO WS-ACK-ENTRY-DEST (WS-ACK-COUNT)
003950         MOVE AK-MESSAGE-TEXT TO WS-ACK-ENTRY-TEXT (WS-ACK-COUNT)
003960         MOVE 'N'             TO WS-ACK-MATCHED-SW (WS-ACK-COUNT)
003970     ELSE
003980         DISPLAY 'MORNSTAT: ACKNOWLEDGMENT TABLE FULL - '
003990             'RECORD NOT MATCHED'
004000         MOVE 12 TO RETURN-CODE
004010     END-IF.
004020 3100-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 4000-READ-INTERFACE - counts the status date's interface
004070*     detail records toward the balance and pairs each one
004080*     against the acknowledgments, as ACKMATCH does.
004090******************************************************************
004100 4000-READ-INTERFACE.
004110     OPEN INPUT INTERFACE-FILE.
004120     IF NOT WS-INTRFACE-OK
004130         DISPLAY 'MORNSTAT: UNABLE TO OPEN INTERFACE '
004140             'FILE, STATUS = ' WS-INTRFACE-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         GO TO 4000-EXIT
004170     END-IF.
004180     PERFORM 4100-MATCH-ONE-INTERFACE
004190         THRU 4100-EXIT
004200         UNTIL WS-INTRFACE-EOF.
004210     CLOSE INTERFACE-FILE.
004220 4000-EXIT.
004230     EXIT.
004240
004250******************************************************************
004260* 4100-MATCH-ONE-INTERFACE - counts one interface detail
004270*     record for the status date and pairs it against the
004280*     first unmatched acknowledgment with the same run date,
004290*     time, text and destination.  Header and trailer control
004294*     records are batch identity, not message traffic - but
004300*     a header flagged as a flash batch makes the details
004310*     after it flash records, counted apart from the
004320*     scheduled run.
004330******************************************************************
004340 4100-MATCH-ONE-INTERFACE.
004350     READ INTERFACE-FILE
004360         AT END
004370             SET WS-INTRFACE-EOF TO TRUE
004380             GO TO 4100-EXIT
004390     END-READ.
004400     IF IF-HEADER-RECORD
004410         IF IF-FLASH-BATCH
004420             SET WS-IN-FLASH-BATCH TO TRUE
004430         ELSE
004440             MOVE 'N' TO WS-FLASH-BATCH-SW
004450         END-IF
004460     END-IF.
004470     IF NOT IF-DETAIL-RECORD
004480         OR IF-RUN-DATE NOT = WS-STATUS-DATE
004490         GO TO 4100-EXIT
004500     END-IF.
004510     IF WS-IN-FLASH-BATCH
004520         ADD 1 TO WS-FLASH-INTF-COUNT
004530     ELSE
004540         ADD 1 TO WS-INTF-COUNT
004550     END-IF.
004560     MOVE ZERO TO WS-MATCH-SUB.
004570     PERFORM 4200-CHECK-ONE-ACK
004580         THRU 4200-EXIT
004590         VARYING WS-ACK-SUB FROM 1 BY 1
004600         UNTIL WS-ACK-SUB > WS-ACK-COUNT
004610         OR WS-MATCH-SUB > ZERO.
004620     IF WS-MATCH-SUB > ZERO
004630         MOVE 'Y' TO WS-ACK-MATCHED-SW (WS-MATCH-SUB)
004640     ELSE
004650         IF WS-IN-FLASH-BATCH
004660             ADD 1 TO WS-FLASH-UNACKED-COUNT
004670         ELSE
004680             ADD 1 TO WS-UNACKED-COUNT
004690         END-IF
004700     END-IF.
004710 4100-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 4200-CHECK-ONE-ACK - checks one acknowledgment table entry
004760*     against the current interface detail record,
004770*     remembering the first unmatched entry that pairs.
004780******************************************************************
004790 4200-CHECK-ONE-ACK.
004800     IF NOT WS-ACK-MATCHED (WS-ACK-SUB)
004810         AND WS-ACK-ENTRY-DATE (WS-ACK-SUB) = IF-RUN-DATE
004820         AND WS-ACK-ENTRY-TIME (WS-ACK-SUB) = IF-RUN-TIME
004824         AND WS-ACK-ENTRY-DEST (WS-ACK-SUB) = IF-DESTINATION-ID
004830         AND WS-ACK-ENTRY-TEXT (WS-ACK-SUB) = IF-MESSAGE-TEXT
004840         MOVE WS-ACK-SUB TO WS-MATCH-SUB
004850     END-IF.
004860 4200-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 5000-READ-REJECTS - counts the status date's reject rows
004910*     toward the balance.
004920******************************************************************
004930 5000-READ-REJECTS.
004940     OPEN INPUT REJECT-FILE.
004950     IF NOT WS-REJECT-OK
004960         DISPLAY 'MORNSTAT: UNABLE TO OPEN REJECT '
004970             'FILE, STATUS = ' WS-REJECT-STATUS
004980         MOVE 16 TO RETURN-CODE
004990         GO TO 5000-EXIT
005000     END-IF.
005010     PERFORM 5100-COUNT-ONE-REJECT
005020         THRU 5100-EXIT
005030         UNTIL WS-REJECT-EOF.
005040     CLOSE REJECT-FILE.
005050 5000-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 5100-COUNT-ONE-REJECT - counts one reject row for the
005100*     status date.
005110******************************************************************
005120 5100-COUNT-ONE-REJECT.
005130     READ REJECT-FILE
005140         AT END
005150             SET WS-REJECT-EOF TO TRUE
005160             GO TO 5100-EXIT
005170     END-READ.
005180     IF RJ-JOB-DATE = WS-STATUS-DATE
005190         ADD 1 TO WS-REJECT-COUNT
005200     END-IF.
005210 5100-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 6000-COUNT-PHANTOM-ACKS - counts every acknowledgment left
005260*     unmatched after the interface details were paired - an
005270*     acknowledgment for a record never sent.
005280******************************************************************
005290 6000-COUNT-PHANTOM-ACKS.
005300     PERFORM 6100-COUNT-ONE-PHANTOM
005310         THRU 6100-EXIT
005320         VARYING WS-ACK-SUB FROM 1 BY 1
005330         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
005340 6000-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 6100-COUNT-ONE-PHANTOM - counts one unmatched
005390*     acknowledgment table entry.
005400******************************************************************
005410 6100-COUNT-ONE-PHANTOM.
005420     IF NOT WS-ACK-MATCHED (WS-ACK-SUB)
005430         ADD 1 TO WS-PHANTOM-COUNT
005440     END-IF.
005450 6100-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 7000-READ-OPEN-ITEMS - counts the rows on ACKMATCH's open-
005500*     items ledger and ages the oldest to the status date.
005510*     A missing ledger is reported as such rather than
005520*     stopping the page - it is not one of the run's own
005530*     outputs.
005540******************************************************************
005550 7000-READ-OPEN-ITEMS.
005560     OPEN INPUT OPEN-ITEM-FILE.
005570     IF NOT WS-OPENITEM-OK
005580         DISPLAY 'MORNSTAT: NO OPEN-ITEMS LEDGER, STATUS = '
005590             WS-OPENITEM-STATUS
005600         GO TO 7000-EXIT
005610     END-IF.
005620     SET WS-LEDGER-READ TO TRUE.
005630     PERFORM 7100-COUNT-ONE-OPEN-ITEM
005640         THRU 7100-EXIT
005650         UNTIL WS-OPENITEM-EOF.
005660     CLOSE OPEN-ITEM-FILE.
005670     IF WS-OPEN-ITEM-COUNT > ZERO
005680         MOVE WS-OLDEST-DATE TO WS-AGE-DATE
005690         PERFORM 7500-ADVANCE-ONE-DAY
005700             THRU 7500-EXIT
005710             UNTIL WS-AGE-DATE NOT < WS-STATUS-DATE
005720             OR WS-AGE-DAYS NOT < 999
005730     END-IF.
005740 7000-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 7100-COUNT-ONE-OPEN-ITEM - counts one open item and keeps
005790*     the earliest run date seen.
005800******************************************************************
005810 7100-COUNT-ONE-OPEN-ITEM.
005820     READ OPEN-ITEM-FILE
005830         AT END
005840             SET WS-OPENITEM-EOF TO TRUE
005850             GO TO 7100-EXIT
005860     END-READ.
005870     ADD 1 TO WS-OPEN-ITEM-COUNT.
005880     IF WS-OPEN-ITEM-COUNT = 1
005890         OR OI-RUN-DATE < WS-OLDEST-DATE
005900         MOVE OI-RUN-DATE TO WS-OLDEST-DATE
005910     END-IF.
005920 7100-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960* 7500-ADVANCE-ONE-DAY - steps the aging date forward one
005970*     calendar day, rolling the month and year as needed,
005980*     with February taking its leap day from 7600, and counts
005990*     the day toward the oldest item's age - as ACKAGE ages
006000*     each item.
006010******************************************************************
006020 7500-ADVANCE-ONE-DAY.
006030     ADD 1 TO WS-AGE-DAYS.
006040     MOVE WS-MONTH-DAYS (WS-AGE-MONTH) TO WS-MONTH-LIMIT.
006050     IF WS-AGE-MONTH = 2
006060         PERFORM 7600-CHECK-LEAP-YEAR
006070             THRU 7600-EXIT
006080         IF WS-LEAP-YEAR
006090             MOVE 29 TO WS-MONTH-LIMIT
006100         END-IF
006110     END-IF.
006120     IF WS-AGE-DAY < WS-MONTH-LIMIT
006130         ADD 1 TO WS-AGE-DAY
006140         GO TO 7500-EXIT
006150     END-IF.
006160     MOVE 1 TO WS-AGE-DAY.
006170     IF WS-AGE-MONTH = 12
006180         MOVE 1 TO WS-AGE-MONTH
006190         ADD 1 TO WS-AGE-YEAR
006200     ELSE
006210         ADD 1 TO WS-AGE-MONTH
006220     END-IF.
006230 7500-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 7600-CHECK-LEAP-YEAR - sets WS-LEAP-YEAR for the aging year
006280*     - divisible by four, except centuries not divisible by
006290*     four hundred.
006300******************************************************************
006310 7600-CHECK-LEAP-YEAR.
006320     MOVE 'N' TO WS-LEAP-FLAG.
006330     DIVIDE WS-AGE-YEAR BY 4
006340         GIVING WS-LEAP-QUOTIENT
006350         REMAINDER WS-LEAP-REMAINDER.
006360     IF WS-LEAP-REMAINDER = ZERO
006370         MOVE 'Y' TO WS-LEAP-FLAG
006380     END-IF.
006390     DIVIDE WS-AGE-YEAR BY 100
006400         GIVING WS-LEAP-QUOTIENT
006410         REMAINDER WS-LEAP-REMAINDER.
006420     IF WS-LEAP-REMAINDER = ZERO
006430         MOVE 'N' TO WS-LEAP-FLAG
006440         DIVIDE WS-AGE-YEAR BY 400
006450             GIVING WS-LEAP-QUOTIENT
006460             REMAINDER WS-LEAP-REMAINDER
006470         IF WS-LEAP-REMAINDER = ZERO
006480             MOVE 'Y' TO WS-LEAP-FLAG
006490         END-IF
006500     END-IF.
006510 7600-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 8000-WRITE-STATUS-PAGE - cross-foots the balance, settles
006560*     the overall verdict and writes the one-page status.
006570*     FAILED - the run never fired or ended RC 16 or worse;
006580*     ATTENTION - it ran but left a warning code, the counts
006590*     do not balance, or the acknowledgments are not clean,
006600*     or a flash broadcast is out of balance or not clean;
006610*     OK - everything above is quiet.  The program's own
006620*     condition code is 0, 4 or 8 to match.  A flash has no
006630*     reject path, so its records read, out-of-cycle detail
006640*     rows and flashes sent must all agree.  Scheduled or
006642*     flash, the routed-copy rows must equal the interface
006644*     details - one copy per destination routed.
006650******************************************************************
006660 8000-WRITE-STATUS-PAGE.
006670     ADD WS-SENT-COUNT WS-REJECT-COUNT
006680         GIVING WS-DISPOSED-COUNT.
006684     ADD WS-DETAIL-COUNT WS-NSEL-COUNT
006688         GIVING WS-ACCOUNTED-COUNT.
006692     IF WS-READ-COUNT NOT = WS-ACCOUNTED-COUNT
006700         OR WS-DETAIL-COUNT NOT = WS-DISPOSED-COUNT
006704         OR WS-ROUTED-COUNT NOT = WS-INTF-COUNT
006710         SET WS-OUT-OF-BALANCE TO TRUE
006720     END-IF.
006730     IF WS-FLASH-READ-COUNT NOT = WS-FLASH-DETAIL-COUNT
006740         OR WS-FLASH-DETAIL-COUNT NOT = WS-FLASH-SENT-COUNT
006744         OR WS-FLASH-ROUTED-COUNT NOT = WS-FLASH-INTF-COUNT
006750         SET WS-FLASH-OUT-OF-BALANCE TO TRUE
006760     END-IF.
006770     IF NOT WS-RUN-SEEN
006780         OR WS-LAST-RUN-RC NOT < 16
006790         MOVE 'FAILED' TO WS-VERDICT
006800     ELSE
006810         IF WS-LAST-RUN-RC > ZERO
006820             OR WS-OUT-OF-BALANCE
006830             OR WS-UNACKED-COUNT > ZERO
006840             OR WS-PHANTOM-COUNT > ZERO
006850             OR WS-FLASH-OUT-OF-BALANCE
006860             OR WS-FLASH-UNACKED-COUNT > ZERO
006870             MOVE 'ATTENTION' TO WS-VERDICT
006880         ELSE
006890             MOVE 'OK' TO WS-VERDICT
006900         END-IF
006910     END-IF.
006920     MOVE SPACES          TO SR-REPORT-LINE.
006930     MOVE 'RUN DATE'      TO SR-LABEL.
006940     MOVE WS-STATUS-DATE  TO SR-VALUE.
006950     WRITE SR-REPORT-LINE.
006960     MOVE SPACES          TO SR-REPORT-LINE.
006970     MOVE 'EXECUTION'     TO SR-LABEL.
006980     IF WS-RUN-SEEN
006990         MOVE 'RAN'           TO SR-VALUE
007000     ELSE
007010         MOVE 'DID NOT RUN'   TO SR-VALUE
007020     END-IF.
007030     WRITE SR-REPORT-LINE.
007040     MOVE SPACES          TO SR-REPORT-LINE.
007050     MOVE 'RETURN CODE'   TO SR-LABEL.
007060     MOVE WS-LAST-RUN-RC  TO SR-VALUE.
007070     WRITE SR-REPORT-LINE.
007080     PERFORM 8100-WRITE-ONE-COUNT-LINE
007090         THRU 8100-EXIT.
007100     MOVE SPACES          TO SR-REPORT-LINE.
007110     MOVE 'BALANCE'       TO SR-LABEL.
007120     IF WS-IN-BALANCE
007130         MOVE 'IN BALANCE'     TO SR-VALUE
007140     ELSE
007150         MOVE 'OUT OF BALANCE' TO SR-VALUE
007160     END-IF.
007170     WRITE SR-REPORT-LINE.
007180     MOVE SPACES          TO SR-REPORT-LINE.
007190     MOVE 'ACKNOWLEDGMENTS' TO SR-LABEL.
007200     IF WS-UNACKED-COUNT = ZERO
007210         AND WS-PHANTOM-COUNT = ZERO
007220         MOVE 'CLEAN' TO SR-VALUE
007230     ELSE
007240         MOVE 'NOT CLEAN - SEE ACKMATCH EXCEPTION REPORT'
007250             TO SR-VALUE
007260     END-IF.
007270     WRITE SR-REPORT-LINE.
007280     PERFORM 8200-WRITE-FLASH-LINES
007290         THRU 8200-EXIT.
007300     PERFORM 8300-WRITE-OPEN-ITEM-LINES
007310         THRU 8300-EXIT.
007320     MOVE SPACES          TO SR-REPORT-LINE.
007330     MOVE 'OVERALL'       TO SR-LABEL.
007340     MOVE WS-VERDICT      TO SR-VALUE.
007350     WRITE SR-REPORT-LINE.
007360     DISPLAY 'MORNSTAT: RUN DATE ' WS-STATUS-DATE
007370         ' OVERALL ' WS-VERDICT.
007380     IF WS-VERDICT = 'FAILED'
007390         IF RETURN-CODE < 8
007400             MOVE 8 TO RETURN-CODE
007410         END-IF
007420     ELSE
007430         IF WS-VERDICT = 'ATTENTION'
007440             AND RETURN-CODE = ZERO
007450             MOVE 4 TO RETURN-CODE
007460         END-IF
007470     END-IF.
007480 8000-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 8100-WRITE-ONE-COUNT-LINE - writes the read, sent and
007530*     rejected counts, each on its own labeled line, and the
007532*     copies transmitted across all destinations, then the
007534*     records read but not selected for the run.
007540******************************************************************
007550 8100-WRITE-ONE-COUNT-LINE.
007560     MOVE SPACES          TO SR-REPORT-LINE.
007570     MOVE 'RECORDS READ'  TO SR-LABEL.
007580     MOVE WS-READ-COUNT   TO WS-COUNT-DISPLAY.
007590     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007600     WRITE SR-REPORT-LINE.
007610     MOVE SPACES          TO SR-REPORT-LINE.
007620     MOVE 'RECORDS SENT'  TO SR-LABEL.
007630     MOVE WS-SENT-COUNT   TO WS-COUNT-DISPLAY.
007640     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007650     WRITE SR-REPORT-LINE.
007651     MOVE SPACES          TO SR-REPORT-LINE.
007652     MOVE 'COPIES TRANSMITTED' TO SR-LABEL.
007653     MOVE WS-INTF-COUNT   TO WS-COUNT-DISPLAY.
007654     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007655     WRITE SR-REPORT-LINE.
007660     MOVE SPACES          TO SR-REPORT-LINE.
007670     MOVE 'RECORDS REJECTED' TO SR-LABEL.
007680     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
007681     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007682     WRITE SR-REPORT-LINE.
007683     MOVE SPACES          TO SR-REPORT-LINE.
007684     MOVE 'RECORDS NOT SELECTED' TO SR-LABEL.
007685     MOVE WS-NSEL-COUNT   TO WS-COUNT-DISPLAY.
007690     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007700     WRITE SR-REPORT-LINE.
007710 8100-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 8200-WRITE-FLASH-LINES - writes the day's out-of-cycle flash
007760*     broadcasts on their own lines - how many flash runs,
007770*     records sent, copies transmitted, their balance and
007774*     their acknowledgments.
007780******************************************************************
007790 8200-WRITE-FLASH-LINES.
007800     MOVE SPACES          TO SR-REPORT-LINE.
007810     MOVE 'FLASH RUNS'    TO SR-LABEL.
007820     MOVE WS-FLASH-RUN-COUNT TO WS-COUNT-DISPLAY.
007830     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007840     WRITE SR-REPORT-LINE.
007850     MOVE SPACES          TO SR-REPORT-LINE.
007860     MOVE 'FLASH RECORDS SENT' TO SR-LABEL.
007870     MOVE WS-FLASH-SENT-COUNT TO WS-COUNT-DISPLAY.
007880     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007890     WRITE SR-REPORT-LINE.
007891     MOVE SPACES          TO SR-REPORT-LINE.
007892     MOVE 'FLASH COPIES TRANSMITTED' TO SR-LABEL.
007893     MOVE WS-FLASH-INTF-COUNT TO WS-COUNT-DISPLAY.
007894     MOVE WS-COUNT-DISPLAY TO SR-VALUE.
007895     WRITE SR-REPORT-LINE.
007900     MOVE SPACES          TO SR-REPORT-LINE.
007910     MOVE 'FLASH BALANCE' TO SR-LABEL.
007920     IF WS-FLASH-IN-BALANCE
007930         MOVE 'IN BALANCE'     TO SR-VALUE
007940     ELSE
007950         MOVE 'OUT OF BALANCE - SEE RECON-REPORT FLASH LINE'
007960             TO SR-VALUE
007970     END-IF.
007980     WRITE SR-REPORT-LINE.
007990     MOVE SPACES          TO SR-REPORT-LINE.
008000     MOVE 'FLASH ACKNOWLEDGMENTS' TO SR-LABEL.
008010     IF WS-FLASH-UNACKED-COUNT = ZERO
008020         MOVE 'CLEAN' TO SR-VALUE
008030     ELSE
008040         MOVE 'NOT CLEAN - SEE ACKMATCH EXCEPTION REPORT'
008050             TO SR-VALUE
008060     END-IF.
008070     WRITE SR-REPORT-LINE.
008080 8200-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120* 8300-WRITE-OPEN-ITEM-LINES - writes the open-items ledger's
008130*     size and its oldest item's age and run date.  These
008140*     are for chasing the downstream team - ACKAGE raises the
008150*     escalation, so they leave the verdict alone.
008160******************************************************************
008170 8300-WRITE-OPEN-ITEM-LINES.
008180     MOVE SPACES          TO SR-REPORT-LINE.
008190     MOVE 'OPEN ITEMS'    TO SR-LABEL.
008200     IF WS-LEDGER-READ
008210         MOVE WS-OPEN-ITEM-COUNT TO WS-COUNT-DISPLAY
008220         MOVE WS-COUNT-DISPLAY TO SR-VALUE
008230     ELSE
008240         MOVE 'LEDGER NOT AVAILABLE' TO SR-VALUE
008250     END-IF.
008260     WRITE SR-REPORT-LINE.
008270     MOVE SPACES          TO SR-REPORT-LINE.
008280     MOVE 'OLDEST OPEN ITEM' TO SR-LABEL.
008290     IF WS-OPEN-ITEM-COUNT = ZERO
008300         MOVE 'NONE' TO SR-VALUE
008310     ELSE
008320         MOVE WS-AGE-DAYS    TO WS-OLDEST-AGE-DISPLAY
008330         MOVE WS-OLDEST-DATE TO WS-OLDEST-DATE-DISPLAY
008340         MOVE WS-OLDEST-LINE TO SR-VALUE
008350     END-IF.
008360     WRITE SR-REPORT-LINE.
008370 8300-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410* 9000-TERMINATE - closes the report file before STOP RUN.
008420*     The input files open and close inside their own read
008430*     paragraphs.
008440******************************************************************
008450 9000-TERMINATE.
008460     IF WS-STATRPT-OPEN
008470         CLOSE STATUS-REPORT-FILE
008480     END-IF.
008490 9000-EXIT.
008500     EXIT.
008510
008520 END PROGRAM MORNSTAT.
