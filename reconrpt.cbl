000180*             card, or today when the card is missing or blank
000190*             - it proves that the records read from the
000200*             message master (carried on the run-outcome audit
000204*             row) equal the audit detail rows plus the records
000208*             not selected (carried on the not-selected summary
000212*             rows), that the
000220*             audit detail rows equal the messages sent plus
000230*             the reject records, and that each destination's
000240*             interface records equal the routed copies the
000242*             audit trail says went to it.  Any discrepancy is
000244*             itemized on the report and the program ends with
000250*             condition code 8 so the scheduler can hold the
000260*             downstream transmission.  Rows for other dates
000270*             are left alone - history that later repair or
000470*                    the HISTCONV-converted legacy rows, held
000480*                    the scheduler with condition code 8 every
000490*                    night forever.
000491*   2026-10-15  RSW  FLASHRUN's out-of-cycle audit rows and
000492*                    flash-batch interface details balance on
000493*                    their own FLASH line per run date (read =
000494*                    detail = interface - a flash writes no
000495*                    rejects), so a same-day emergency no
000496*                    longer puts the scheduled day out of
000497*                    balance.  A flash out of balance still
000498*                    ends with condition code 8.
000500*   2026-10-15  RSW  SAMPLE-PROGRAM now sends each message to
000510*                    every destination routed for it, so the
000520*                    interface no longer counts one record per
000530*                    message.  The date and flash lines balance
000540*                    detail rows against messages sent (detail
000550*                    rows carrying text) plus rejects, and a
000560*                    new line per destination balances its
000570*                    interface details against the routed-copy
000580*                    audit rows naming it, scheduled and flash
000590*                    together.  A destination out of balance
000600*                    ends with condition code 8.
000601*   2026-10-15  RSW  SAMPLE-PROGRAM no longer writes a detail row
000602*                    and an NSEL reject per record not selected -
000603*                    it writes one not-selected summary row per
000604*                    type and language instead.  2000 totals those
000605*                    rows per run date, the first control equation
000606*                    becomes records read = detail rows plus
000607*                    records not selected, and the date line shows
000608*                    the not-selected count in its own column.
000610******************************************************************
000620
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. RECON-REPORT.
000650 AUTHOR. R. S. WINTERS.
000660 INSTALLATION. DATA CENTER SERVICES.
000670 DATE-WRITTEN. 2026-08-22.
000680 DATE-COMPILED.
000690
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-AUDIT-STATUS.
000800
000810     SELECT INTERFACE-FILE ASSIGN TO INTRFACE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-INTRFACE-STATUS.
000840
000850     SELECT REJECT-FILE ASSIGN TO REJECT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-REJECT-STATUS.
000880
000890     SELECT BALANCE-REPORT-FILE ASSIGN TO BALRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-BALRPT-STATUS.
000920
000930     SELECT DATE-PARM-FILE ASSIGN TO DATEPARM
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-DATEPARM-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  AUDIT-TRAIL-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AUDITREC.
001030
001040 FD  INTERFACE-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070     COPY INTFREC.
001080
001090 FD  REJECT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY REJCTREC.
001130
001140 FD  BALANCE-REPORT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY BALRPTL.
001180
001190 FD  DATE-PARM-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220     COPY DATEPARM.
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-FILE-STATUSES.
001260     05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
001270         88  WS-AUDIT-OK                   VALUE '00'.
001280     05  WS-INTRFACE-STATUS          PIC X(02) VALUE '00'.
001290         88  WS-INTRFACE-OK                VALUE '00'.
001300     05  WS-REJECT-STATUS            PIC X(02) VALUE '00'.
001310         88  WS-REJECT-OK                  VALUE '00'.
001320     05  WS-DATEPARM-STATUS          PIC X(02) VALUE '00'.
001330         88  WS-DATEPARM-OK                VALUE '00'.
001340     05  WS-BALRPT-STATUS            PIC X(02) VALUE '00'.
001350         88  WS-BALRPT-OK                  VALUE '00'.
001360
001370 01  WS-SWITCHES.
001380     05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
001390         88  WS-AUDIT-OPEN                 VALUE 'Y'.
001400     05  WS-INTRFACE-OPEN-SW         PIC X(01) VALUE 'N'.
001410         88  WS-INTRFACE-OPEN              VALUE 'Y'.
001420     05  WS-REJECT-OPEN-SW           PIC X(01) VALUE 'N'.
001430         88  WS-REJECT-OPEN                VALUE 'Y'.
001440     05  WS-BALRPT-OPEN-SW           PIC X(01) VALUE 'N'.
001450         88  WS-BALRPT-OPEN                VALUE 'Y'.
001460     05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001470         88  WS-AUDIT-EOF                  VALUE 'Y'.
001480     05  WS-INTRFACE-EOF-SW          PIC X(01) VALUE 'N'.
001490         88  WS-INTRFACE-EOF               VALUE 'Y'.
001500     05  WS-REJECT-EOF-SW            PIC X(01) VALUE 'N'.
001510         88  WS-REJECT-EOF                 VALUE 'Y'.
001520     05  WS-IN-BALANCE-SW            PIC X(01) VALUE 'Y'.
001530         88  WS-IN-BALANCE                 VALUE 'Y'.
001540         88  WS-OUT-OF-BALANCE             VALUE 'N'.
001550
001560 77  WS-DATE-COUNT                   PIC 9(03) COMP VALUE ZERO.
001570 77  WS-DATE-SUB                     PIC 9(03) COMP VALUE ZERO.
001580 77  WS-SCAN-SUB                     PIC 9(03) COMP VALUE ZERO.
001590 77  WS-LOOKUP-DATE                  PIC 9(08) VALUE ZERO.
001600 77  WS-BALANCE-DATE                 PIC 9(08) VALUE ZERO.
001610 77  WS-TODAY                        PIC 9(08) VALUE ZERO.
001620 77  WS-DISPOSED-COUNT               PIC 9(07) COMP VALUE ZERO.
001624 77  WS-ACCOUNTED-COUNT              PIC 9(07) COMP VALUE ZERO.
001630 77  WS-DEST-COUNT                   PIC 9(03) COMP VALUE ZERO.
001640 77  WS-DEST-SUB                     PIC 9(03) COMP VALUE ZERO.
001650 77  WS-LOOKUP-DESTINATION           PIC X(06) VALUE SPACES.
001660
001670 01  WS-DATE-TABLE.
001680     05  WS-DATE-ENTRY OCCURS 366 TIMES.
001690         10  WS-ENTRY-DATE           PIC 9(08).
001700         10  WS-ENTRY-READ-COUNT     PIC 9(07) COMP.
001710         10  WS-ENTRY-DETAIL-COUNT   PIC 9(07) COMP.
001720         10  WS-ENTRY-SENT-COUNT     PIC 9(07) COMP.
001730         10  WS-ENTRY-REJECT-COUNT   PIC 9(07) COMP.
001740         10  WS-ENTRY-FLASH-READ     PIC 9(07) COMP.
001750         10  WS-ENTRY-FLASH-DETAIL   PIC 9(07) COMP.
001760         10  WS-ENTRY-FLASH-SENT     PIC 9(07) COMP.
001762         10  WS-ENTRY-NSEL-COUNT     PIC 9(07) COMP.
001764
001770 01  WS-DEST-TABLE.
001780     05  WS-DEST-ENTRY OCCURS 50 TIMES.
001790         10  WS-DEST-ID              PIC X(06).
001800         10  WS-DEST-ROUTED-COUNT    PIC 9(07) COMP.
001810         10  WS-DEST-INTF-COUNT      PIC 9(07) COMP.
001820
001830 01  WS-HEADING-LINE.
001840     05  FILLER                      PIC X(10)
001850         VALUE 'RUN DATE  '.
001860     05  FILLER                      PIC X(09)
001870         VALUE '   READ  '.
001880     05  FILLER                      PIC X(09)
001890         VALUE ' DETAIL  '.
001900     05  FILLER                      PIC X(09)
001910         VALUE '   SENT  '.
001920     05  FILLER                      PIC X(09)
001930         VALUE ' REJECT  '.
001934     05  FILLER                      PIC X(09)
001938         VALUE 'NOT SEL  '.
001942     05  FILLER                      PIC X(25)
001950         VALUE 'STATUS'.
001960
001970 01  WS-DIFF-LINE.
001980     05  FILLER                      PIC X(04) VALUE SPACES.
001990     05  WS-DIFF-TEXT                PIC X(40) VALUE SPACES.
002000     05  WS-DIFF-LEFT                PIC ZZZZZZ9.
002010     05  FILLER                      PIC X(04) VALUE ' VS '.
002020     05  WS-DIFF-RIGHT               PIC ZZZZZZ9.
002030     05  FILLER                      PIC X(18) VALUE SPACES.
002040
002050 01  WS-SUMMARY-LINE.
002060     05  FILLER                      PIC X(26)
002070         VALUE 'RUN DATES OUT OF BALANCE -'.
002080     05  WS-OUT-COUNT-DISPLAY        PIC ZZZZ9.
002090     05  FILLER                      PIC X(49) VALUE SPACES.
002100
002110 77  WS-OUT-OF-BALANCE-COUNT         PIC 9(05) COMP VALUE ZERO.
002120
002130 01  WS-FLASH-SUMMARY-LINE.
002140     05  FILLER                      PIC X(28)
002150         VALUE 'FLASH DATES OUT OF BALANCE -'.
002160     05  WS-FLASH-OUT-DISPLAY        PIC ZZZZ9.
002170     05  FILLER                      PIC X(47) VALUE SPACES.
002180
002190 77  WS-FLASH-OUT-COUNT              PIC 9(05) COMP VALUE ZERO.
002194
002200 01  WS-DEST-HEADING-LINE.
002210     05  FILLER                      PIC X(40)
002220         VALUE 'DESTINATION  ROUTED COPIES VS INTERFACE'.
002230     05  FILLER                      PIC X(40)
002240         VALUE ' DETAILS'.
002250
002260 01  WS-DEST-LINE.
002270     05  FILLER                      PIC X(05) VALUE 'DEST '.
002280     05  WS-DL-DESTINATION           PIC X(06).
002290     05  FILLER                      PIC X(10)
002300         VALUE '  ROUTED  '.
002310     05  WS-DL-ROUTED                PIC ZZZZZZ9.
002320     05  FILLER                      PIC X(08) VALUE '  INTF  '.
002330     05  WS-DL-INTF                  PIC ZZZZZZ9.
002340     05  FILLER                      PIC X(02) VALUE SPACES.
002350     05  WS-DL-STATUS                PIC X(12).
002360     05  FILLER                      PIC X(23) VALUE SPACES.
002370
002380 01  WS-DEST-SUMMARY-LINE.
002390     05  FILLER                      PIC X(29)
002400         VALUE 'DESTINATIONS OUT OF BALANCE -'.
002410     05  WS-DEST-OUT-DISPLAY         PIC ZZZZ9.
002420     05  FILLER                      PIC X(46) VALUE SPACES.
002430
002440 77  WS-DEST-OUT-COUNT               PIC 9(05) COMP VALUE ZERO.
002450
002460 PROCEDURE DIVISION.
002470******************************************************************
002480* 0000-MAINLINE - controls overall program flow.
002490******************************************************************
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-EXIT.
002530     IF RETURN-CODE = 0
002540         PERFORM 2000-PROCESS-AUDIT-RECORD
002550             THRU 2000-EXIT
002560             UNTIL WS-AUDIT-EOF
002570         PERFORM 3000-PROCESS-INTERFACE-RECORD
002580             THRU 3000-EXIT
002590             UNTIL WS-INTRFACE-EOF
002600         PERFORM 4000-PROCESS-REJECT-RECORD
002610             THRU 4000-EXIT
002620             UNTIL WS-REJECT-EOF
002630         PERFORM 5000-WRITE-BALANCE-REPORT
002640             THRU 5000-EXIT
002650     END-IF.
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-EXIT.
002680     STOP RUN.
002690
002700******************************************************************
002710* 1000-INITIALIZE - obtains the run date being closed, opens
002720*     the three files to be balanced and the report file, and
002730*     primes each read loop.
002740******************************************************************
002750 1000-INITIALIZE.
002760     PERFORM 1100-ACCEPT-DATE-PARM
002770         THRU 1100-EXIT.
002780     OPEN INPUT AUDIT-TRAIL-FILE.
002790     IF NOT WS-AUDIT-OK
002800         DISPLAY 'RECON-REPORT: UNABLE TO OPEN AUDIT-TRAIL '
002810             'FILE, STATUS = ' WS-AUDIT-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 1000-EXIT
002840     END-IF.
002850     SET WS-AUDIT-OPEN TO TRUE.
002860     OPEN INPUT INTERFACE-FILE.
002870     IF NOT WS-INTRFACE-OK
002880         DISPLAY 'RECON-REPORT: UNABLE TO OPEN INTERFACE '
002890             'FILE, STATUS = ' WS-INTRFACE-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     SET WS-INTRFACE-OPEN TO TRUE.
002940     OPEN INPUT REJECT-FILE.
002950     IF NOT WS-REJECT-OK
002960         DISPLAY 'RECON-REPORT: UNABLE TO OPEN REJECT '
002970             'FILE, STATUS = ' WS-REJECT-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF.
003010     SET WS-REJECT-OPEN TO TRUE.
003020     OPEN OUTPUT BALANCE-REPORT-FILE.
003030     IF NOT WS-BALRPT-OK
003040         DISPLAY 'RECON-REPORT: UNABLE TO OPEN BALANCE-REPORT '
003050             'FILE, STATUS = ' WS-BALRPT-STATUS
003060         MOVE 16 TO RETURN-CODE
003070         GO TO 1000-EXIT
003080     END-IF.
003090     SET WS-BALRPT-OPEN TO TRUE.
003100     PERFORM 2100-READ-AUDIT-RECORD
003110         THRU 2100-EXIT.
003120     PERFORM 3100-READ-INTERFACE-RECORD
003130         THRU 3100-EXIT.
003140     PERFORM 4100-READ-REJECT-RECORD
003150         THRU 4100-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180
003190******************************************************************
003200* 1100-ACCEPT-DATE-PARM - obtains the run date being closed
003210*     from the optional date parameter card.  A missing card,
003220*     or one that is blank or not a date, means today.
003230******************************************************************
003240 1100-ACCEPT-DATE-PARM.
003250     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003260     MOVE WS-TODAY TO WS-BALANCE-DATE.
003270     OPEN INPUT DATE-PARM-FILE.
003280     IF WS-DATEPARM-OK
003290         READ DATE-PARM-FILE
003300             AT END
003310                 CONTINUE
003320             NOT AT END
003330                 IF DP-RUN-DATE-NUM NUMERIC
003340                     AND DP-RUN-DATE-NUM > ZERO
003350                     MOVE DP-RUN-DATE-NUM TO WS-BALANCE-DATE
003360                 END-IF
003370         END-READ
003380         CLOSE DATE-PARM-FILE
003390     END-IF.
003400     DISPLAY 'RECON-REPORT: BALANCING RUN DATE '
003410         WS-BALANCE-DATE.
003420 1100-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 2000-PROCESS-AUDIT-RECORD - accumulates the current audit row
003470*     into its run date's table entry - the run-outcome row
003480*     contributes its records-read count, a detail row counts
003486*     one, and one carrying text counts a message sent, and a
003492*     not-selected summary row contributes its count - then
003500*     reads the next row.  Rows for any date other than the
003510*     one being closed are passed over.  Rows FLASHRUN marked
003520*     out-of-cycle go to the date's flash counts.  A
003530*     routed-copy row, of either kind, counts one copy for its
003540*     destination.
003550******************************************************************
003560 2000-PROCESS-AUDIT-RECORD.
003570     IF AU-JOB-DATE NOT = WS-BALANCE-DATE
003580         GO TO 2000-READ-NEXT
003590     END-IF.
003600     MOVE AU-JOB-DATE TO WS-LOOKUP-DATE.
003610     PERFORM 6000-FIND-DATE-ENTRY
003620         THRU 6000-EXIT.
003630     IF WS-DATE-SUB = ZERO
003640         GO TO 2000-READ-NEXT
003650     END-IF.
003660     IF AU-ROUTED-RECORD
003670         MOVE AU-DESTINATION-ID TO WS-LOOKUP-DESTINATION
003680         PERFORM 6200-FIND-DEST-ENTRY
003690             THRU 6200-EXIT
003700         IF WS-DEST-SUB > ZERO
003710             ADD 1 TO WS-DEST-ROUTED-COUNT (WS-DEST-SUB)
003720         END-IF
003730         GO TO 2000-READ-NEXT
003740     END-IF.
003750     IF AU-OUT-OF-CYCLE
003760         IF AU-RUN-RECORD
003770             AND AU-RECORDS-READ NUMERIC
003780             ADD AU-RECORDS-READ
003790                 TO WS-ENTRY-FLASH-READ (WS-DATE-SUB)
003800         END-IF
003810         IF AU-DETAIL-RECORD
003820             ADD 1 TO WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
003830             IF AU-MESSAGE-TEXT NOT = SPACES
003840                 ADD 1 TO WS-ENTRY-FLASH-SENT (WS-DATE-SUB)
003850             END-IF
003860         END-IF
003870         GO TO 2000-READ-NEXT
003880     END-IF.
003890     IF AU-RUN-RECORD
003900         AND AU-RECORDS-READ NUMERIC
003910         ADD AU-RECORDS-READ
003920             TO WS-ENTRY-READ-COUNT (WS-DATE-SUB)
003921     END-IF.
003922     IF AU-NOT-SELECTED-RECORD
003923         AND AU-RECORDS-READ NUMERIC
003924         ADD AU-RECORDS-READ
003925             TO WS-ENTRY-NSEL-COUNT (WS-DATE-SUB)
003930     END-IF.
003940     IF AU-DETAIL-RECORD
003950         ADD 1 TO WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
003960         IF AU-MESSAGE-TEXT NOT = SPACES
003970             ADD 1 TO WS-ENTRY-SENT-COUNT (WS-DATE-SUB)
003980         END-IF
003990     END-IF.
004000 2000-READ-NEXT.
004010     PERFORM 2100-READ-AUDIT-RECORD
004020         THRU 2100-EXIT.
004030 2000-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 2100-READ-AUDIT-RECORD - reads the next audit trail record.
004080******************************************************************
004090 2100-READ-AUDIT-RECORD.
004100     READ AUDIT-TRAIL-FILE
004110         AT END
004120             SET WS-AUDIT-EOF TO TRUE
004130     END-READ.
004140 2100-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 3000-PROCESS-INTERFACE-RECORD - counts the current interface
004190*     detail record under its destination, then reads the next
004200*     one.  The header and trailer control records each run
004210*     writes are batch identity, not message traffic, so they
004220*     stay out of the balancing counts.  Scheduled and flash
004230*     batches count together, as their routed-copy rows do.
004240******************************************************************
004250 3000-PROCESS-INTERFACE-RECORD.
004260     IF IF-DETAIL-RECORD
004270         AND IF-RUN-DATE = WS-BALANCE-DATE
004280         MOVE IF-DESTINATION-ID TO WS-LOOKUP-DESTINATION
004290         PERFORM 6200-FIND-DEST-ENTRY
004300             THRU 6200-EXIT
004310         IF WS-DEST-SUB > ZERO
004320             ADD 1 TO WS-DEST-INTF-COUNT (WS-DEST-SUB)
004330         END-IF
004340     END-IF.
004350     PERFORM 3100-READ-INTERFACE-RECORD
004360         THRU 3100-EXIT.
004370 3000-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 3100-READ-INTERFACE-RECORD - reads the next interface record.
004420******************************************************************
004430 3100-READ-INTERFACE-RECORD.
004440     READ INTERFACE-FILE
004450         AT END
004460             SET WS-INTRFACE-EOF TO TRUE
004470     END-READ.
004480 3100-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 4000-PROCESS-REJECT-RECORD - counts the current reject record
004530*     under its run date, then reads the next one.
004540******************************************************************
004550 4000-PROCESS-REJECT-RECORD.
004560     IF RJ-JOB-DATE NOT = WS-BALANCE-DATE
004570         GO TO 4000-READ-NEXT
004580     END-IF.
004590     MOVE RJ-JOB-DATE TO WS-LOOKUP-DATE.
004600     PERFORM 6000-FIND-DATE-ENTRY
004610         THRU 6000-EXIT.
004620     IF WS-DATE-SUB > ZERO
004630         ADD 1 TO WS-ENTRY-REJECT-COUNT (WS-DATE-SUB)
004640     END-IF.
004650 4000-READ-NEXT.
004660     PERFORM 4100-READ-REJECT-RECORD
004670         THRU 4100-EXIT.
004680 4000-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 4100-READ-REJECT-RECORD - reads the next reject record.
004730******************************************************************
004740 4100-READ-REJECT-RECORD.
004750     READ REJECT-FILE
004760         AT END
004770             SET WS-REJECT-EOF TO TRUE
004780     END-READ.
004790 4100-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 5000-WRITE-BALANCE-REPORT - writes one report line per run
004840*     date accumulated in the table, itemizing both control
004850*     equations when a date is out of balance, and a flash
004860*     line for a date that had flash broadcasts, then one line
004870*     per destination, then the summaries.  Any out-of-balance
004880*     date, flash or destination leaves condition code 8 for
004890*     the scheduler to hold the downstream transmission.
004900******************************************************************
004910 5000-WRITE-BALANCE-REPORT.
004920     MOVE WS-HEADING-LINE TO BL-REPORT-LINE.
004930     WRITE BL-REPORT-LINE.
004940     PERFORM 5050-BALANCE-ONE-DATE
004950         THRU 5050-EXIT
004960         VARYING WS-DATE-SUB FROM 1 BY 1
004970         UNTIL WS-DATE-SUB > WS-DATE-COUNT.
004980     MOVE WS-DEST-HEADING-LINE TO BL-REPORT-LINE.
004990     WRITE BL-REPORT-LINE.
005000     PERFORM 5300-WRITE-DEST-LINE
005010         THRU 5300-EXIT
005020         VARYING WS-DEST-SUB FROM 1 BY 1
005030         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
005040     MOVE WS-OUT-OF-BALANCE-COUNT TO WS-OUT-COUNT-DISPLAY.
005050     MOVE WS-SUMMARY-LINE TO BL-REPORT-LINE.
005060     WRITE BL-REPORT-LINE.
005070     MOVE WS-FLASH-OUT-COUNT TO WS-FLASH-OUT-DISPLAY.
005080     MOVE WS-FLASH-SUMMARY-LINE TO BL-REPORT-LINE.
005090     WRITE BL-REPORT-LINE.
005100     MOVE WS-DEST-OUT-COUNT TO WS-DEST-OUT-DISPLAY.
005110     MOVE WS-DEST-SUMMARY-LINE TO BL-REPORT-LINE.
005120     WRITE BL-REPORT-LINE.
005130     IF WS-DEST-OUT-COUNT > ZERO
005140         IF RETURN-CODE = ZERO
005150             MOVE 8 TO RETURN-CODE
005160         END-IF
005170         DISPLAY 'RECON-REPORT: ' WS-DEST-OUT-COUNT
005180             ' DESTINATION(S) OUT OF BALANCE'
005190     END-IF.
005200     IF WS-FLASH-OUT-COUNT > ZERO
005210         IF RETURN-CODE = ZERO
005220             MOVE 8 TO RETURN-CODE
005230         END-IF
005240         DISPLAY 'RECON-REPORT: FLASH BROADCASTS OUT OF '
005250             'BALANCE ON ' WS-FLASH-OUT-COUNT ' RUN DATE(S)'
005260     END-IF.
005270     IF WS-OUT-OF-BALANCE-COUNT > ZERO
005280         IF RETURN-CODE = ZERO
005290             MOVE 8 TO RETURN-CODE
005300         END-IF
005310         DISPLAY 'RECON-REPORT: ' WS-OUT-OF-BALANCE-COUNT
005320             ' RUN DATE(S) OUT OF BALANCE'
005330     END-IF.
005340 5000-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 5050-BALANCE-ONE-DATE - writes one run date's scheduled line,
005390*     then its flash line when the date had any flash traffic.
005400******************************************************************
005410 5050-BALANCE-ONE-DATE.
005420     PERFORM 5100-WRITE-ONE-DATE-LINE
005430         THRU 5100-EXIT.
005440     IF WS-ENTRY-FLASH-READ (WS-DATE-SUB) > ZERO
005450         OR WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB) > ZERO
005460         OR WS-ENTRY-FLASH-SENT (WS-DATE-SUB) > ZERO
005470         PERFORM 5200-WRITE-FLASH-LINE
005480             THRU 5200-EXIT
005490     END-IF.
005500 5050-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540* 5100-WRITE-ONE-DATE-LINE - cross-foots one run date's counts
005550*     and writes its report line, with itemized discrepancy
005560*     lines when either control equation fails.
005570******************************************************************
005580 5100-WRITE-ONE-DATE-LINE.
005590     SET WS-IN-BALANCE TO TRUE.
005600     ADD WS-ENTRY-SENT-COUNT (WS-DATE-SUB)
005610         WS-ENTRY-REJECT-COUNT (WS-DATE-SUB)
005620         GIVING WS-DISPOSED-COUNT.
005622     ADD WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
005624         WS-ENTRY-NSEL-COUNT (WS-DATE-SUB)
005626         GIVING WS-ACCOUNTED-COUNT.
005630     IF WS-ENTRY-READ-COUNT (WS-DATE-SUB)
005640         NOT = WS-ACCOUNTED-COUNT
005650         SET WS-OUT-OF-BALANCE TO TRUE
005660     END-IF.
005670     IF WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
005680         NOT = WS-DISPOSED-COUNT
005690         SET WS-OUT-OF-BALANCE TO TRUE
005700     END-IF.
005710     MOVE WS-ENTRY-DATE (WS-DATE-SUB)     TO BL-RUN-DATE.
005720     MOVE WS-ENTRY-READ-COUNT (WS-DATE-SUB)
005730         TO BL-READ-COUNT.
005740     MOVE WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
005750         TO BL-DETAIL-COUNT.
005760     MOVE WS-ENTRY-SENT-COUNT (WS-DATE-SUB)
005770         TO BL-INTF-COUNT.
005780     MOVE WS-ENTRY-REJECT-COUNT (WS-DATE-SUB)
005790         TO BL-REJECT-COUNT.
005792     MOVE WS-ENTRY-NSEL-COUNT (WS-DATE-SUB)
005794         TO BL-NSEL-COUNT.
005800     IF WS-IN-BALANCE
005810         MOVE 'IN BALANCE'   TO BL-BALANCE-STATUS
005820     ELSE
005830         MOVE 'OUT OF BAL'   TO BL-BALANCE-STATUS
005840     END-IF.
005850     WRITE BL-REPORT-LINE.
005860     IF WS-IN-BALANCE
005870         GO TO 5100-EXIT
005880     END-IF.
005890     ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
005900     IF WS-ENTRY-READ-COUNT (WS-DATE-SUB)
005910         NOT = WS-ACCOUNTED-COUNT
005920         MOVE 'RECORDS READ VS DETAIL PLUS NOT SELECTED'
005930             TO WS-DIFF-TEXT
005940         MOVE WS-ENTRY-READ-COUNT (WS-DATE-SUB)
005950             TO WS-DIFF-LEFT
005960         MOVE WS-ACCOUNTED-COUNT
005970             TO WS-DIFF-RIGHT
005980         MOVE WS-DIFF-LINE TO BL-REPORT-LINE
005990         WRITE BL-REPORT-LINE
006000     END-IF.
006010     IF WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
006020         NOT = WS-DISPOSED-COUNT
006030         MOVE 'AUDIT DETAIL ROWS VS SENT PLUS REJECT'
006040             TO WS-DIFF-TEXT
006050         MOVE WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
006060             TO WS-DIFF-LEFT
006070         MOVE WS-DISPOSED-COUNT
006080             TO WS-DIFF-RIGHT
006090         MOVE WS-DIFF-LINE TO BL-REPORT-LINE
006100         WRITE BL-REPORT-LINE
006110     END-IF.
006120 5100-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160* 5200-WRITE-FLASH-LINE - cross-foots one run date's flash
006170*     counts - records read, out-of-cycle audit detail rows
006180*     and flash messages sent must all agree, a flash having
006190*     no reject path - and writes the flash line, with
006200*     itemized discrepancy lines when they do not.
006210******************************************************************
006220 5200-WRITE-FLASH-LINE.
006230     SET WS-IN-BALANCE TO TRUE.
006240     IF WS-ENTRY-FLASH-READ (WS-DATE-SUB)
006250         NOT = WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006260         SET WS-OUT-OF-BALANCE TO TRUE
006270     END-IF.
006280     IF WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006290         NOT = WS-ENTRY-FLASH-SENT (WS-DATE-SUB)
006300         SET WS-OUT-OF-BALANCE TO TRUE
006310     END-IF.
006320     MOVE WS-ENTRY-DATE (WS-DATE-SUB)     TO BL-RUN-DATE.
006330     MOVE WS-ENTRY-FLASH-READ (WS-DATE-SUB)
006340         TO BL-READ-COUNT.
006350     MOVE WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006360         TO BL-DETAIL-COUNT.
006370     MOVE WS-ENTRY-FLASH-SENT (WS-DATE-SUB)
006380         TO BL-INTF-COUNT.
006390     MOVE ZERO                            TO BL-REJECT-COUNT.
006394     MOVE ZERO                            TO BL-NSEL-COUNT.
006400     IF WS-IN-BALANCE
006410         MOVE 'FLASH IN BAL' TO BL-BALANCE-STATUS
006420     ELSE
006430         MOVE 'FLASH OUT'    TO BL-BALANCE-STATUS
006440     END-IF.
006450     WRITE BL-REPORT-LINE.
006460     IF WS-IN-BALANCE
006470         GO TO 5200-EXIT
006480     END-IF.
006490     ADD 1 TO WS-FLASH-OUT-COUNT.
006500     IF WS-ENTRY-FLASH-READ (WS-DATE-SUB)
006510         NOT = WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006520         MOVE 'FLASH RECORDS READ VS AUDIT DETAIL ROWS'
006530             TO WS-DIFF-TEXT
006540         MOVE WS-ENTRY-FLASH-READ (WS-DATE-SUB)
006550             TO WS-DIFF-LEFT
006560         MOVE WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006570             TO WS-DIFF-RIGHT
006580         MOVE WS-DIFF-LINE TO BL-REPORT-LINE
006590         WRITE BL-REPORT-LINE
006600     END-IF.
006610     IF WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006620         NOT = WS-ENTRY-FLASH-SENT (WS-DATE-SUB)
006630         MOVE 'FLASH AUDIT DETAIL ROWS VS FLASHES SENT'
006640             TO WS-DIFF-TEXT
006650         MOVE WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
006660             TO WS-DIFF-LEFT
006670         MOVE WS-ENTRY-FLASH-SENT (WS-DATE-SUB)
006680             TO WS-DIFF-RIGHT
006690         MOVE WS-DIFF-LINE TO BL-REPORT-LINE
006700         WRITE BL-REPORT-LINE
006710     END-IF.
006720 5200-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 5300-WRITE-DEST-LINE - balances one destination's interface
006770*     details against the routed-copy audit rows naming it and
006780*     writes its line.  A copy the audit trail says was sent
006790*     but the destination's transmission lacks - or the
006800*     reverse - puts the destination out of balance.
006810******************************************************************
006820 5300-WRITE-DEST-LINE.
006830     MOVE WS-DEST-ID (WS-DEST-SUB)     TO WS-DL-DESTINATION.
006840     MOVE WS-DEST-ROUTED-COUNT (WS-DEST-SUB)
006850         TO WS-DL-ROUTED.
006860     MOVE WS-DEST-INTF-COUNT (WS-DEST-SUB)
006870         TO WS-DL-INTF.
006880     IF WS-DEST-ROUTED-COUNT (WS-DEST-SUB)
006890         = WS-DEST-INTF-COUNT (WS-DEST-SUB)
006900         MOVE 'IN BALANCE'   TO WS-DL-STATUS
006910     ELSE
006920         MOVE 'OUT OF BAL'   TO WS-DL-STATUS
006930         ADD 1 TO WS-DEST-OUT-COUNT
006940     END-IF.
006950     MOVE WS-DEST-LINE TO BL-REPORT-LINE.
006960     WRITE BL-REPORT-LINE.
006970 5300-EXIT.
006980     EXIT.
006990******************************************************************
007000* 6000-FIND-DATE-ENTRY - finds the table entry for WS-LOOKUP-
007010*     DATE, creating a zeroed entry on first sight of the date.
007020*     Leaves the entry's subscript in WS-DATE-SUB, or zero with
007030*     condition code 12 if the table is full.
007040******************************************************************
007050 6000-FIND-DATE-ENTRY.
007060     MOVE ZERO TO WS-DATE-SUB.
007070     PERFORM 6100-SCAN-ONE-ENTRY
007080         THRU 6100-EXIT
007090         VARYING WS-SCAN-SUB FROM 1 BY 1
007100         UNTIL WS-SCAN-SUB > WS-DATE-COUNT
007110         OR WS-DATE-SUB > ZERO.
007120     IF WS-DATE-SUB = ZERO
007130         IF WS-DATE-COUNT < 366
007140             ADD 1 TO WS-DATE-COUNT
007150             MOVE WS-DATE-COUNT TO WS-DATE-SUB
007160             MOVE WS-LOOKUP-DATE
007170                 TO WS-ENTRY-DATE (WS-DATE-SUB)
007180             MOVE ZERO TO WS-ENTRY-READ-COUNT (WS-DATE-SUB)
007190             MOVE ZERO TO WS-ENTRY-DETAIL-COUNT (WS-DATE-SUB)
007200             MOVE ZERO TO WS-ENTRY-SENT-COUNT (WS-DATE-SUB)
007210             MOVE ZERO TO WS-ENTRY-REJECT-COUNT (WS-DATE-SUB)
007220             MOVE ZERO TO WS-ENTRY-FLASH-READ (WS-DATE-SUB)
007230             MOVE ZERO TO WS-ENTRY-FLASH-DETAIL (WS-DATE-SUB)
007240             MOVE ZERO TO WS-ENTRY-FLASH-SENT (WS-DATE-SUB)
007244             MOVE ZERO TO WS-ENTRY-NSEL-COUNT (WS-DATE-SUB)
007250         ELSE
007260             DISPLAY 'RECON-REPORT: RUN DATE TABLE FULL - '
007270                 'DATE ' WS-LOOKUP-DATE ' NOT BALANCED'
007280             MOVE 12 TO RETURN-CODE
007290         END-IF
007300     END-IF.
007310 6000-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 6100-SCAN-ONE-ENTRY - checks one table entry against the
007360*     lookup date, remembering its subscript on a match.
007370******************************************************************
007380 6100-SCAN-ONE-ENTRY.
007390     IF WS-ENTRY-DATE (WS-SCAN-SUB) = WS-LOOKUP-DATE
007400         MOVE WS-SCAN-SUB TO WS-DATE-SUB
007410     END-IF.
007420 6100-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460* 6200-FIND-DEST-ENTRY - finds the destination table entry for
007470*     WS-LOOKUP-DESTINATION, creating a zeroed entry on first
007480*     sight.  Leaves the entry's subscript in WS-DEST-SUB, or
007490*     zero with condition code 12 if the table is full.
007500******************************************************************
007510 6200-FIND-DEST-ENTRY.
007520     MOVE ZERO TO WS-DEST-SUB.
007530     PERFORM 6300-SCAN-ONE-DEST
007540         THRU 6300-EXIT
007550         VARYING WS-SCAN-SUB FROM 1 BY 1
007560         UNTIL WS-SCAN-SUB > WS-DEST-COUNT
007570         OR WS-DEST-SUB > ZERO.
007580     IF WS-DEST-SUB = ZERO
007590         IF WS-DEST-COUNT < 50
007600             ADD 1 TO WS-DEST-COUNT
007610             MOVE WS-DEST-COUNT TO WS-DEST-SUB
007620             MOVE WS-LOOKUP-DESTINATION
007630                 TO WS-DEST-ID (WS-DEST-SUB)
007640             MOVE ZERO TO WS-DEST-ROUTED-COUNT (WS-DEST-SUB)
007650             MOVE ZERO TO WS-DEST-INTF-COUNT (WS-DEST-SUB)
007660         ELSE
007670             DISPLAY 'RECON-REPORT: DESTINATION TABLE FULL - '
007680                 WS-LOOKUP-DESTINATION ' NOT BALANCED'
007690             MOVE 12 TO RETURN-CODE
007700         END-IF
007710     END-IF.
007720 6200-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760* 6300-SCAN-ONE-DEST - checks one destination table entry
007770*     against the lookup destination, remembering its
007780*     subscript on a match.
007790******************************************************************
007800 6300-SCAN-ONE-DEST.
007810     IF WS-DEST-ID (WS-SCAN-SUB) = WS-LOOKUP-DESTINATION
007820         MOVE WS-SCAN-SUB TO WS-DEST-SUB
007830     END-IF.
007840 6300-EXIT.
007850     EXIT.
007860******************************************************************
007870* 9000-TERMINATE - closes open files before STOP RUN.
007880******************************************************************
007890 9000-TERMINATE.
007900     IF WS-AUDIT-OPEN
007910         CLOSE AUDIT-TRAIL-FILE
007920     END-IF.
007930     IF WS-INTRFACE-OPEN
007940         CLOSE INTERFACE-FILE
007950     END-IF.
007960     IF WS-REJECT-OPEN
007970         CLOSE REJECT-FILE
007980     END-IF.
007990     IF WS-BALRPT-OPEN
008000         CLOSE BALANCE-REPORT-FILE
008010     END-IF.
008020 9000-EXIT.
008030     EXIT.
008040
008050 END PROGRAM RECON-REPORT.
