000210*             (duplicates or phantoms), and ends with
000220*             condition code 8 when anything is unmatched so
000230*             the scheduler can alert the next morning instead
000240*             of at month end.  Every unacknowledged record is
000242*             carried on the open-items ledger until a later
000244*             acknowledgment clears it.
000250*
000260* MODIFICATION HISTORY
000270*   2026-08-22  RSW  Original program.
000330*                    serious code 12 a full acknowledgment
000340*                    table already set - an incomplete match
000350*                    outranks an unmatched one.
000351*   2026-10-15  RSW  Details under a header flagged as a flash
000352*                    batch (FLASHRUN's out-of-cycle emergency
000353*                    broadcasts) are matched and totalled apart
000354*                    from the scheduled run, and an unmatched
000355*                    one is reported as FLASH NOT ACKED.
000360*   2026-10-15  RSW  Open-items ledger - yesterday's OPENITEM
000370*                    generation is read and today's written to
000380*                    OPENOUT.  A carried item a late ack (or a
000390*                    RETRANS batch's ack) now covers is cleared
000400*                    and reported LATE ACK CLEARED instead of
000410*                    the ack showing as never sent; the rest
000420*                    carry forward with today's unacknowledged
000430*                    records added behind them.
000431*   2026-10-15  RSW  Each destination now acknowledges its own
000432*                    copy, so an acknowledgment pairs only with
000433*                    the interface detail sent to the same
000434*                    destination, and an open item carries the
000435*                    destination it is owed by.  Exception lines
000436*                    show the destination, and a summary line
000437*                    per destination gives its sent, acked, not
000438*                    acked and never-sent counts.
000440******************************************************************
000450
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. ACKMATCH.
000480 AUTHOR. R. S. WINTERS.
000490 INSTALLATION. DATA CENTER SERVICES.
000500 DATE-WRITTEN. 2026-08-22.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT INTERFACE-FILE ASSIGN TO INTRFACE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-INTRFACE-STATUS.
000630
000640     SELECT ACK-FILE ASSIGN TO ACKIN
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ACKIN-STATUS.
000670
000680     SELECT ACK-REPORT-FILE ASSIGN TO ACKRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-ACKRPT-STATUS.
000710
000720     SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-OPENITEM-STATUS.
000750
000760     SELECT OPEN-ITEM-OUT-FILE ASSIGN TO OPENOUT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-OPENOUT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  INTERFACE-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY INTFREC.
000860
000870 FD  ACK-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY ACKREC.
000910
000920 FD  ACK-REPORT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY ACKRPTL.
000960
000970 FD  OPEN-ITEM-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  OX-OPEN-ITEM-IN-RECORD          PIC X(280).
001010
001020 FD  OPEN-ITEM-OUT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050     COPY OPENITEM.
001060
001070 WORKING-STORAGE SECTION.
001080 01  WS-FILE-STATUSES.
001090     05  WS-INTRFACE-STATUS          PIC X(02) VALUE '00'.
001100         88  WS-INTRFACE-OK                VALUE '00'.
001110     05  WS-ACKIN-STATUS             PIC X(02) VALUE '00'.
001120         88  WS-ACKIN-OK                   VALUE '00'.
001130     05  WS-ACKRPT-STATUS            PIC X(02) VALUE '00'.
001140         88  WS-ACKRPT-OK                  VALUE '00'.
001150     05  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
001160         88  WS-OPENITEM-OK                VALUE '00'.
001170     05  WS-OPENOUT-STATUS           PIC X(02) VALUE '00'.
001180         88  WS-OPENOUT-OK                 VALUE '00'.
001190
001200 01  WS-SWITCHES.
001210     05  WS-INTRFACE-OPEN-SW         PIC X(01) VALUE 'N'.
001220         88  WS-INTRFACE-OPEN              VALUE 'Y'.
001230     05  WS-ACKIN-OPEN-SW            PIC X(01) VALUE 'N'.
001240         88  WS-ACKIN-OPEN                 VALUE 'Y'.
001250     05  WS-ACKRPT-OPEN-SW           PIC X(01) VALUE 'N'.
001260         88  WS-ACKRPT-OPEN                VALUE 'Y'.
001270     05  WS-INTRFACE-EOF-SW          PIC X(01) VALUE 'N'.
001280         88  WS-INTRFACE-EOF               VALUE 'Y'.
001290     05  WS-ACKIN-EOF-SW             PIC X(01) VALUE 'N'.
001300         88  WS-ACKIN-EOF                  VALUE 'Y'.
001310     05  WS-FLASH-BATCH-SW           PIC X(01) VALUE 'N'.
001320         88  WS-IN-FLASH-BATCH             VALUE 'Y'.
001330     05  WS-RETRANS-BATCH-SW         PIC X(01) VALUE 'N'.
001340         88  WS-IN-RETRANS-BATCH           VALUE 'Y'.
001350     05  WS-OPENITEM-OPEN-SW         PIC X(01) VALUE 'N'.
001360         88  WS-OPENITEM-OPEN              VALUE 'Y'.
001370     05  WS-OPENOUT-OPEN-SW          PIC X(01) VALUE 'N'.
001380         88  WS-OPENOUT-OPEN               VALUE 'Y'.
001390     05  WS-OPENITEM-EOF-SW          PIC X(01) VALUE 'N'.
001400         88  WS-OPENITEM-EOF               VALUE 'Y'.
001410
001420 01  WS-TODAY                        PIC 9(08).
001430 01  WS-BATCH-NUMBER                 PIC 9(06) VALUE ZERO.
001440
001450 77  WS-ACK-COUNT                    PIC 9(04) COMP VALUE ZERO.
001460 77  WS-ACK-SUB                      PIC 9(04) COMP VALUE ZERO.
001470 77  WS-MATCH-SUB                    PIC 9(04) COMP VALUE ZERO.
001480 77  WS-SENT-COUNT                   PIC 9(07) COMP VALUE ZERO.
001490 77  WS-MATCHED-COUNT                PIC 9(07) COMP VALUE ZERO.
001500 77  WS-UNACKED-COUNT                PIC 9(05) COMP VALUE ZERO.
001510 77  WS-PHANTOM-COUNT                PIC 9(05) COMP VALUE ZERO.
001520 77  WS-FLASH-SENT-COUNT             PIC 9(07) COMP VALUE ZERO.
001530 77  WS-FLASH-MATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001540 77  WS-FLASH-UNACKED-COUNT          PIC 9(05) COMP VALUE ZERO.
001550 77  WS-ITEMS-BROUGHT-COUNT          PIC 9(07) COMP VALUE ZERO.
001560 77  WS-ITEMS-CLEARED-COUNT          PIC 9(07) COMP VALUE ZERO.
001570 77  WS-ITEMS-ADDED-COUNT            PIC 9(07) COMP VALUE ZERO.
001580 77  WS-ITEMS-CARRIED-COUNT          PIC 9(07) COMP VALUE ZERO.
001582 77  WS-DEST-COUNT                   PIC 9(03) COMP VALUE ZERO.
001584 77  WS-DEST-SUB                     PIC 9(03) COMP VALUE ZERO.
001586 77  WS-SCAN-SUB                     PIC 9(03) COMP VALUE ZERO.
001588 77  WS-LOOKUP-DESTINATION           PIC X(06) VALUE SPACES.
001590
001600 01  WS-ACK-TABLE.
001610     05  WS-ACK-ENTRY OCCURS 1000 TIMES.
001620         10  WS-ACK-ENTRY-DATE       PIC 9(08).
001630         10  WS-ACK-ENTRY-TIME       PIC 9(08).
001634         10  WS-ACK-ENTRY-DEST       PIC X(06).
001640         10  WS-ACK-ENTRY-TEXT       PIC X(240).
001650         10  WS-ACK-MATCHED-SW       PIC X(01).
001660             88  WS-ACK-MATCHED           VALUE 'Y'.
001670             88  WS-ACK-UNMATCHED         VALUE 'N'.
001680             88  WS-ACK-CLEARED           VALUE 'C'.
001681 01  WS-DEST-TABLE.
001682     05  WS-DEST-ENTRY OCCURS 50 TIMES.
001683         10  WS-DEST-ID              PIC X(06).
001684         10  WS-DEST-SENT-COUNT      PIC 9(07) COMP.
001685         10  WS-DEST-MATCHED-COUNT   PIC 9(07) COMP.
001686         10  WS-DEST-UNACKED-COUNT   PIC 9(05) COMP.
001687         10  WS-DEST-PHANTOM-COUNT   PIC 9(05) COMP.
001690
001700 01  WS-HEADING-LINE.
001710     05  FILLER                      PIC X(20)
001720         VALUE 'EXCEPTION         '.
001730     05  FILLER                      PIC X(10)
001740         VALUE 'RUN DATE  '.
001750     05  FILLER                      PIC X(10)
001760         VALUE 'RUN TIME  '.
001770     05  FILLER                      PIC X(08)
001780         VALUE 'DEST    '.
001782     05  FILLER                      PIC X(32)
001784         VALUE 'MESSAGE TEXT'.
001790
001800 01  WS-SUMMARY-LINE.
001810     05  WS-SUMMARY-LABEL            PIC X(22) VALUE SPACES.
001820     05  WS-SUMMARY-COUNT            PIC ZZZZZZ9.
001830     05  FILLER                      PIC X(51) VALUE SPACES.
001840 01  WS-DEST-SUMMARY-LINE.
001850     05  FILLER                      PIC X(05) VALUE 'DEST '.
001860     05  WS-DS-DESTINATION           PIC X(06).
001870     05  FILLER                      PIC X(07) VALUE '  SENT '.
001880     05  WS-DS-SENT                  PIC ZZZZZZ9.
001890     05  FILLER                      PIC X(08) VALUE '  ACKED '.
001900     05  WS-DS-MATCHED               PIC ZZZZZZ9.
001910     05  FILLER                      PIC X(12)
001920         VALUE '  NOT ACKED '.
001930     05  WS-DS-UNACKED               PIC ZZZZ9.
001940     05  FILLER                      PIC X(13)
001950         VALUE '  NEVER SENT '.
001960     05  WS-DS-PHANTOM               PIC ZZZZ9.
001970     05  FILLER                      PIC X(05) VALUE SPACES.
001980
001990 PROCEDURE DIVISION.
002000******************************************************************
002010* 0000-MAINLINE - controls overall program flow.
002020******************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE
002050         THRU 1000-EXIT.
002060     IF RETURN-CODE = 0
002070         PERFORM 2000-LOAD-ACK-RECORD
002080             THRU 2000-EXIT
002090             UNTIL WS-ACKIN-EOF
002100         PERFORM 2500-CARRY-OPEN-ITEM
002110             THRU 2500-EXIT
002120             UNTIL WS-OPENITEM-EOF
002130         PERFORM 3000-MATCH-INTERFACE-RECORD
002140             THRU 3000-EXIT
002150             UNTIL WS-INTRFACE-EOF
002160         PERFORM 4000-REPORT-PHANTOM-ACKS
002170             THRU 4000-EXIT
002180         PERFORM 8000-WRITE-SUMMARY
002190             THRU 8000-EXIT
002200     END-IF.
002210     PERFORM 9000-TERMINATE
002220         THRU 9000-EXIT.
002230     STOP RUN.
002240
002250******************************************************************
002260* 1000-INITIALIZE - opens the day's interface transmission, the
002270*     returned acknowledgment file and the exception report,
002280*     and the open-items ledger in and out, and primes the
002290*     read loops.
002300******************************************************************
002310 1000-INITIALIZE.
002320     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002330     OPEN INPUT INTERFACE-FILE.
002340     IF NOT WS-INTRFACE-OK
002350         DISPLAY 'ACKMATCH: UNABLE TO OPEN INTERFACE '
002360             'FILE, STATUS = ' WS-INTRFACE-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     SET WS-INTRFACE-OPEN TO TRUE.
002410     OPEN INPUT ACK-FILE.
002420     IF NOT WS-ACKIN-OK
002430         DISPLAY 'ACKMATCH: UNABLE TO OPEN ACKNOWLEDGMENT '
002440             'FILE, STATUS = ' WS-ACKIN-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 1000-EXIT
002470     END-IF.
002480     SET WS-ACKIN-OPEN TO TRUE.
002490     OPEN OUTPUT ACK-REPORT-FILE.
002500     IF NOT WS-ACKRPT-OK
002510         DISPLAY 'ACKMATCH: UNABLE TO OPEN ACK-REPORT '
002520             'FILE, STATUS = ' WS-ACKRPT-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         GO TO 1000-EXIT
002550     END-IF.
002560     SET WS-ACKRPT-OPEN TO TRUE.
002570     OPEN INPUT OPEN-ITEM-FILE.
002580     IF NOT WS-OPENITEM-OK
002590         DISPLAY 'ACKMATCH: UNABLE TO OPEN OPEN-ITEM '
002600             'FILE, STATUS = ' WS-OPENITEM-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         GO TO 1000-EXIT
002630     END-IF.
002640     SET WS-OPENITEM-OPEN TO TRUE.
002650     OPEN OUTPUT OPEN-ITEM-OUT-FILE.
002660     IF NOT WS-OPENOUT-OK
002670         DISPLAY 'ACKMATCH: UNABLE TO OPEN OPEN-ITEM-OUT '
002680             'FILE, STATUS = ' WS-OPENOUT-STATUS
002690         MOVE 16 TO RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF.
002720     SET WS-OPENOUT-OPEN TO TRUE.
002730     MOVE WS-HEADING-LINE TO AR-REPORT-LINE.
002740     WRITE AR-REPORT-LINE.
002750     PERFORM 2100-READ-ACK-RECORD
002760         THRU 2100-EXIT.
002770     PERFORM 2510-READ-OPEN-ITEM
002780         THRU 2510-EXIT.
002790     PERFORM 3100-READ-INTERFACE-RECORD
002800         THRU 3100-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850* 2000-LOAD-ACK-RECORD - loads the current acknowledgment into
002860*     the table, unmatched, then reads the next one.
002870******************************************************************
002880 2000-LOAD-ACK-RECORD.
002890     IF WS-ACK-COUNT < 1000
002900         ADD 1 TO WS-ACK-COUNT
002910         MOVE AK-RUN-DATE     TO WS-ACK-ENTRY-DATE (WS-ACK-COUNT)
002920         MOVE AK-RUN-TIME     TO WS-ACK-ENTRY-TIME (WS-ACK-COUNT)
002930         MOVE AK-DESTINATION-ID
002940             TO WS-ACK-ENTRY-DEST (WS-ACK-COUNT)
002950         MOVE AK-MESSAGE-TEXT TO WS-ACK-ENTRY-TEXT (WS-ACK-COUNT)
002960         MOVE 'N'             TO WS-ACK-MATCHED-SW (WS-ACK-COUNT)
002970     ELSE
002980         DISPLAY 'ACKMATCH: ACKNOWLEDGMENT TABLE FULL - '
002990             'RECORD NOT MATCHED'
003000         MOVE 12 TO RETURN-CODE
003010     END-IF.
003020     PERFORM 2100-READ-ACK-RECORD
003030         THRU 2100-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060
003070******************************************************************
003080* 2100-READ-ACK-RECORD - reads the next acknowledgment record.
003090******************************************************************
003100 2100-READ-ACK-RECORD.
003110     READ ACK-FILE
003120         AT END
003130             SET WS-ACKIN-EOF TO TRUE
003140     END-READ.
003150 2100-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 2500-CARRY-OPEN-ITEM - looks for an acknowledgment covering
003200*     the current open item from the ledger - a late ack for
003210*     an earlier day, or the ack for a RETRANS batch that
003220*     resent it.  A covered item is cleared and reported; the
003230*     ack is marked so it is neither reported as never sent
003240*     nor kept from pairing with a retransmitted detail.  An
003250*     uncovered item is carried to today's ledger.
003260******************************************************************
003270 2500-CARRY-OPEN-ITEM.
003280     ADD 1 TO WS-ITEMS-BROUGHT-COUNT.
003290     MOVE ZERO TO WS-MATCH-SUB.
003300     PERFORM 2600-CHECK-ONE-ACK-FOR-ITEM
003310         THRU 2600-EXIT
003320         VARYING WS-ACK-SUB FROM 1 BY 1
003330         UNTIL WS-ACK-SUB > WS-ACK-COUNT
003340         OR WS-MATCH-SUB > ZERO.
003350     IF WS-MATCH-SUB > ZERO
003360         MOVE 'C' TO WS-ACK-MATCHED-SW (WS-MATCH-SUB)
003370         ADD 1 TO WS-ITEMS-CLEARED-COUNT
003380         MOVE SPACES          TO AR-REPORT-LINE
003390         MOVE 'LATE ACK CLEARED'  TO AR-EXCEPTION-TYPE
003400         MOVE OI-RUN-DATE     TO AR-RUN-DATE
003410         MOVE OI-RUN-TIME     TO AR-RUN-TIME
003420         MOVE OI-DESTINATION-ID TO AR-DESTINATION-ID
003430         MOVE OI-MESSAGE-TEXT TO AR-MESSAGE-TEXT
003440         WRITE AR-REPORT-LINE
003450     ELSE
003460         WRITE OI-OPEN-ITEM-RECORD
003470         ADD 1 TO WS-ITEMS-CARRIED-COUNT
003480     END-IF.
003490     PERFORM 2510-READ-OPEN-ITEM
003500         THRU 2510-EXIT.
003510 2500-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550* 2510-READ-OPEN-ITEM - reads the next row of yesterday's
003560*     ledger into the layout today's ledger is written from.
003570******************************************************************
003580 2510-READ-OPEN-ITEM.
003590     READ OPEN-ITEM-FILE INTO OI-OPEN-ITEM-RECORD
003600         AT END
003610             SET WS-OPENITEM-EOF TO TRUE
003620     END-READ.
003630 2510-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 2600-CHECK-ONE-ACK-FOR-ITEM - checks one acknowledgment
003680*     table entry not yet used against the current open item,
003690*     remembering the first one from the same destination that
003700*     covers it.
003710******************************************************************
003720 2600-CHECK-ONE-ACK-FOR-ITEM.
003730     IF WS-ACK-UNMATCHED (WS-ACK-SUB)
003740         AND WS-ACK-ENTRY-DATE (WS-ACK-SUB) = OI-RUN-DATE
003750         AND WS-ACK-ENTRY-TIME (WS-ACK-SUB) = OI-RUN-TIME
003760         AND WS-ACK-ENTRY-TEXT (WS-ACK-SUB) = OI-MESSAGE-TEXT
003770         AND WS-ACK-ENTRY-DEST (WS-ACK-SUB) = OI-DESTINATION-ID
003780         MOVE WS-ACK-SUB TO WS-MATCH-SUB
003790     END-IF.
003800 2600-EXIT.
003810     EXIT.
003820
003830******************************************************************
003840* 3000-MATCH-INTERFACE-RECORD - pairs the current interface
003850*     detail record against the first unmatched acknowledgment
003860*     with the same run date, run time, message text and
003870*     destination, reporting it when no acknowledgment is
003880*     found, and counts it under its destination.  Header and
003890*     trailer control records pass through unmatched - batch
003900*     identity is not message traffic - but each header says
003910*     whether the details after it are a flash batch, whose
003920*     records are counted and reported apart, or a RETRANS
003930*     batch, and under which batch number they were first
003940*     sent.  An unacknowledged record is added to today's
003950*     open-items ledger, except from a retransmission - its
003960*     open item is already carried under the original batch.
003970******************************************************************
003980 3000-MATCH-INTERFACE-RECORD.
003990     IF IF-HEADER-RECORD
004000         IF IF-FLASH-BATCH
004010             SET WS-IN-FLASH-BATCH TO TRUE
004020         ELSE
004030             MOVE 'N' TO WS-FLASH-BATCH-SW
004040         END-IF
004050         IF IF-RETRANSMISSION
004060             SET WS-IN-RETRANS-BATCH TO TRUE
004070             MOVE IF-ORIG-BATCH-NUMBER TO WS-BATCH-NUMBER
004080         ELSE
004090             MOVE 'N' TO WS-RETRANS-BATCH-SW
004100             MOVE IF-BATCH-NUMBER TO WS-BATCH-NUMBER
004110         END-IF
004120     END-IF.
004130     IF NOT IF-DETAIL-RECORD
004140         GO TO 3000-READ-NEXT
004150     END-IF.
004160     IF WS-IN-FLASH-BATCH
004170         ADD 1 TO WS-FLASH-SENT-COUNT
004180     ELSE
004190         ADD 1 TO WS-SENT-COUNT
004200     END-IF.
004210     MOVE IF-DESTINATION-ID TO WS-LOOKUP-DESTINATION.
004220     PERFORM 6000-FIND-DEST-ENTRY
004230         THRU 6000-EXIT.
004240     IF WS-DEST-SUB > ZERO
004250         ADD 1 TO WS-DEST-SENT-COUNT (WS-DEST-SUB)
004260     END-IF.
004270     MOVE ZERO TO WS-MATCH-SUB.
004280     PERFORM 3200-CHECK-ONE-ACK
004290         THRU 3200-EXIT
004300         VARYING WS-ACK-SUB FROM 1 BY 1
004310         UNTIL WS-ACK-SUB > WS-ACK-COUNT
004320         OR WS-MATCH-SUB > ZERO.
004330     IF WS-MATCH-SUB > ZERO
004340         MOVE 'Y' TO WS-ACK-MATCHED-SW (WS-MATCH-SUB)
004350         IF WS-IN-FLASH-BATCH
004360             ADD 1 TO WS-FLASH-MATCHED-COUNT
004370         ELSE
004380             ADD 1 TO WS-MATCHED-COUNT
004390         END-IF
004400         IF WS-DEST-SUB > ZERO
004410             ADD 1 TO WS-DEST-MATCHED-COUNT (WS-DEST-SUB)
004420         END-IF
004430     ELSE
004440         MOVE SPACES          TO AR-REPORT-LINE
004450         IF WS-IN-FLASH-BATCH
004460             ADD 1 TO WS-FLASH-UNACKED-COUNT
004470             MOVE 'FLASH NOT ACKED'   TO AR-EXCEPTION-TYPE
004480         ELSE
004490             ADD 1 TO WS-UNACKED-COUNT
004500             MOVE 'NOT ACKNOWLEDGED'  TO AR-EXCEPTION-TYPE
004510         END-IF
004520         IF WS-DEST-SUB > ZERO
004530             ADD 1 TO WS-DEST-UNACKED-COUNT (WS-DEST-SUB)
004540         END-IF
004550         MOVE IF-RUN-DATE     TO AR-RUN-DATE
004560         MOVE IF-RUN-TIME     TO AR-RUN-TIME
004570         MOVE IF-DESTINATION-ID TO AR-DESTINATION-ID
004580         MOVE IF-MESSAGE-TEXT TO AR-MESSAGE-TEXT
004590         WRITE AR-REPORT-LINE
004600         IF NOT WS-IN-RETRANS-BATCH
004610             PERFORM 3300-ADD-OPEN-ITEM
004620                 THRU 3300-EXIT
004630         END-IF
004640     END-IF.
004650 3000-READ-NEXT.
004660     PERFORM 3100-READ-INTERFACE-RECORD
004670         THRU 3100-EXIT.
004680 3000-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 3100-READ-INTERFACE-RECORD - reads the next interface record.
004730******************************************************************
004740 3100-READ-INTERFACE-RECORD.
004750     READ INTERFACE-FILE
004760         AT END
004770             SET WS-INTRFACE-EOF TO TRUE
004780     END-READ.
004790 3100-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 3200-CHECK-ONE-ACK - checks one acknowledgment table entry
004840*     against the current interface detail record, remembering
004850*     the first unmatched entry that pairs.
004860******************************************************************
004870 3200-CHECK-ONE-ACK.
004880     IF NOT WS-ACK-MATCHED (WS-ACK-SUB)
004890         AND WS-ACK-ENTRY-DATE (WS-ACK-SUB) = IF-RUN-DATE
004900         AND WS-ACK-ENTRY-TIME (WS-ACK-SUB) = IF-RUN-TIME
004910         AND WS-ACK-ENTRY-DEST (WS-ACK-SUB) = IF-DESTINATION-ID
004920         AND WS-ACK-ENTRY-TEXT (WS-ACK-SUB) = IF-MESSAGE-TEXT
004930         MOVE WS-ACK-SUB TO WS-MATCH-SUB
004940     END-IF.
004950 3200-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 3300-ADD-OPEN-ITEM - adds the current unacknowledged
005000*     interface detail to today's open-items ledger, stamped
005010*     with its batch, its destination and the date it was
005020*     first found open.
005030******************************************************************
005040 3300-ADD-OPEN-ITEM.
005050     MOVE SPACES           TO OI-OPEN-ITEM-RECORD.
005060     MOVE IF-RUN-DATE      TO OI-RUN-DATE.
005070     MOVE WS-BATCH-NUMBER  TO OI-BATCH-NUMBER.
005080     MOVE IF-MESSAGE-TEXT  TO OI-MESSAGE-TEXT.
005090     MOVE IF-RUN-TIME      TO OI-RUN-TIME.
005100     MOVE IF-LANGUAGE-CODE TO OI-LANGUAGE-CODE.
005110     MOVE IF-DESTINATION-ID TO OI-DESTINATION-ID.
005120     IF WS-IN-FLASH-BATCH
005130         MOVE 'F' TO OI-FLASH-FLAG
005140     END-IF.
005150     MOVE WS-TODAY         TO OI-OPENED-DATE.
005160     WRITE OI-OPEN-ITEM-RECORD.
005170     ADD 1 TO WS-ITEMS-ADDED-COUNT.
005180     ADD 1 TO WS-ITEMS-CARRIED-COUNT.
005190 3300-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 4000-REPORT-PHANTOM-ACKS - reports every acknowledgment left
005240*     unmatched after all interface details were paired - an
005250*     acknowledgment for a record we never sent, a duplicate
005260*     or a phantom.  An ack that cleared an open item is not.
005270******************************************************************
005280 4000-REPORT-PHANTOM-ACKS.
005290     PERFORM 4100-REPORT-ONE-PHANTOM
005300         THRU 4100-EXIT
005310         VARYING WS-ACK-SUB FROM 1 BY 1
005320         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
005330 4000-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 4100-REPORT-ONE-PHANTOM - writes the exception line for one
005380*     unmatched acknowledgment table entry, counting it
005390*     under the destination that returned it.
005400******************************************************************
005410 4100-REPORT-ONE-PHANTOM.
005420     IF WS-ACK-UNMATCHED (WS-ACK-SUB)
005430         ADD 1 TO WS-PHANTOM-COUNT
005440         MOVE SPACES TO AR-REPORT-LINE
005450         MOVE 'ACK NEVER SENT'
005460             TO AR-EXCEPTION-TYPE
005470         MOVE WS-ACK-ENTRY-DATE (WS-ACK-SUB) TO AR-RUN-DATE
005480         MOVE WS-ACK-ENTRY-TIME (WS-ACK-SUB) TO AR-RUN-TIME
005490         MOVE WS-ACK-ENTRY-DEST (WS-ACK-SUB) TO AR-DESTINATION-ID
005500         MOVE WS-ACK-ENTRY-TEXT (WS-ACK-SUB) TO AR-MESSAGE-TEXT
005510         WRITE AR-REPORT-LINE
005520         MOVE WS-ACK-ENTRY-DEST (WS-ACK-SUB)
005530             TO WS-LOOKUP-DESTINATION
005540         PERFORM 6000-FIND-DEST-ENTRY
005550             THRU 6000-EXIT
005560         IF WS-DEST-SUB > ZERO
005570             ADD 1 TO WS-DEST-PHANTOM-COUNT (WS-DEST-SUB)
005580         END-IF
005590     END-IF.
005600 4100-EXIT.
005610     EXIT.
005620
006480******************************************************************
006490* 6000-FIND-DEST-ENTRY - finds the destination table entry for
006500*     WS-LOOKUP-DESTINATION, creating a zeroed entry on first
006510*     sight.  Leaves the entry's subscript in WS-DEST-SUB, or
006520*     zero with condition code 12 if the table is full.
006530******************************************************************
006540 6000-FIND-DEST-ENTRY.
006550     MOVE ZERO TO WS-DEST-SUB.
006560     PERFORM 6100-SCAN-ONE-DEST
006570         THRU 6100-EXIT
006580         VARYING WS-SCAN-SUB FROM 1 BY 1
006590         UNTIL WS-SCAN-SUB > WS-DEST-COUNT
006600         OR WS-DEST-SUB > ZERO.
006610     IF WS-DEST-SUB = ZERO
006620         IF WS-DEST-COUNT < 50
006630             ADD 1 TO WS-DEST-COUNT
006640             MOVE WS-DEST-COUNT TO WS-DEST-SUB
006650             MOVE WS-LOOKUP-DESTINATION
006660                 TO WS-DEST-ID (WS-DEST-SUB)
006670             MOVE ZERO TO WS-DEST-SENT-COUNT (WS-DEST-SUB)
006680             MOVE ZERO TO WS-DEST-MATCHED-COUNT (WS-DEST-SUB)
006690             MOVE ZERO TO WS-DEST-UNACKED-COUNT (WS-DEST-SUB)
006700             MOVE ZERO TO WS-DEST-PHANTOM-COUNT (WS-DEST-SUB)
006710         ELSE
006720             DISPLAY 'ACKMATCH: DESTINATION TABLE FULL - '
006730                 WS-LOOKUP-DESTINATION ' NOT TOTALLED'
006740             MOVE 12 TO RETURN-CODE
006750         END-IF
006760     END-IF.
006770 6000-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 6100-SCAN-ONE-DEST - checks one destination table entry
006820*     against the lookup destination, remembering its
006830*     subscript on a match.
006840******************************************************************
006850 6100-SCAN-ONE-DEST.
006860     IF WS-DEST-ID (WS-SCAN-SUB) = WS-LOOKUP-DESTINATION
006870         MOVE WS-SCAN-SUB TO WS-DEST-SUB
006880     END-IF.
006890 6100-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930* 8000-WRITE-SUMMARY - writes the matching totals - the
006940*     scheduled run's, then the flash batches', then the
006950*     open-items ledger movement, then one line per
006960*     destination - and sets condition code 8 when anything
006970*     was left unmatched either way today.
006980*     Aging the ledger, and escalating it, is ACKAGE's job.
006990******************************************************************
007000 8000-WRITE-SUMMARY.
007010     MOVE SPACES TO WS-SUMMARY-LINE.
007020     MOVE 'INTERFACE SENT      -' TO WS-SUMMARY-LABEL.
007030     MOVE WS-SENT-COUNT TO WS-SUMMARY-COUNT.
007040     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007050     WRITE AR-REPORT-LINE.
007060     MOVE 'ACKNOWLEDGED        -' TO WS-SUMMARY-LABEL.
007070     MOVE WS-MATCHED-COUNT TO WS-SUMMARY-COUNT.
007080     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007090     WRITE AR-REPORT-LINE.
007100     MOVE 'NOT ACKNOWLEDGED    -' TO WS-SUMMARY-LABEL.
007110     MOVE WS-UNACKED-COUNT TO WS-SUMMARY-COUNT.
007120     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007130     WRITE AR-REPORT-LINE.
007140     MOVE 'ACKS NEVER SENT     -' TO WS-SUMMARY-LABEL.
007150     MOVE WS-PHANTOM-COUNT TO WS-SUMMARY-COUNT.
007160     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007170     WRITE AR-REPORT-LINE.
007180     MOVE 'FLASH SENT          -' TO WS-SUMMARY-LABEL.
007190     MOVE WS-FLASH-SENT-COUNT TO WS-SUMMARY-COUNT.
007200     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007210     WRITE AR-REPORT-LINE.
007220     MOVE 'FLASH ACKNOWLEDGED  -' TO WS-SUMMARY-LABEL.
007230     MOVE WS-FLASH-MATCHED-COUNT TO WS-SUMMARY-COUNT.
007240     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007250     WRITE AR-REPORT-LINE.
007260     MOVE 'FLASH NOT ACKED     -' TO WS-SUMMARY-LABEL.
007270     MOVE WS-FLASH-UNACKED-COUNT TO WS-SUMMARY-COUNT.
007280     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007290     WRITE AR-REPORT-LINE.
007300     MOVE 'OPEN ITEMS BROUGHT  -' TO WS-SUMMARY-LABEL.
007310     MOVE WS-ITEMS-BROUGHT-COUNT TO WS-SUMMARY-COUNT.
007320     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007330     WRITE AR-REPORT-LINE.
007340     MOVE 'LATE ACKS CLEARED   -' TO WS-SUMMARY-LABEL.
007350     MOVE WS-ITEMS-CLEARED-COUNT TO WS-SUMMARY-COUNT.
007360     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007370     WRITE AR-REPORT-LINE.
007380     MOVE 'OPEN ITEMS ADDED    -' TO WS-SUMMARY-LABEL.
007390     MOVE WS-ITEMS-ADDED-COUNT TO WS-SUMMARY-COUNT.
007400     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007410     WRITE AR-REPORT-LINE.
007420     MOVE 'OPEN ITEMS CARRIED  -' TO WS-SUMMARY-LABEL.
007430     MOVE WS-ITEMS-CARRIED-COUNT TO WS-SUMMARY-COUNT.
007440     MOVE WS-SUMMARY-LINE TO AR-REPORT-LINE.
007450     WRITE AR-REPORT-LINE.
007460     PERFORM 8100-WRITE-DEST-SUMMARY
007470         THRU 8100-EXIT
007480         VARYING WS-DEST-SUB FROM 1 BY 1
007490         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
007500     IF WS-UNACKED-COUNT > ZERO
007510         OR WS-PHANTOM-COUNT > ZERO
007520         OR WS-FLASH-UNACKED-COUNT > ZERO
007530         IF RETURN-CODE = ZERO
007540             MOVE 8 TO RETURN-CODE
007550         END-IF
007560         DISPLAY 'ACKMATCH: UNMATCHED ITEMS ON THE EXCEPTION '
007570             'REPORT'
007580     END-IF.
007590 8000-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 8100-WRITE-DEST-SUMMARY - writes one destination's totals,
007640*     scheduled and flash together.
007650******************************************************************
007660 8100-WRITE-DEST-SUMMARY.
007670     MOVE WS-DEST-ID (WS-DEST-SUB)     TO WS-DS-DESTINATION.
007680     MOVE WS-DEST-SENT-COUNT (WS-DEST-SUB)    TO WS-DS-SENT.
007690     MOVE WS-DEST-MATCHED-COUNT (WS-DEST-SUB) TO WS-DS-MATCHED.
007700     MOVE WS-DEST-UNACKED-COUNT (WS-DEST-SUB) TO WS-DS-UNACKED.
007710     MOVE WS-DEST-PHANTOM-COUNT (WS-DEST-SUB) TO WS-DS-PHANTOM.
007720     MOVE WS-DEST-SUMMARY-LINE TO AR-REPORT-LINE.
007730     WRITE AR-REPORT-LINE.
007740 8100-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 9000-TERMINATE - closes open files before STOP RUN.
007790******************************************************************
007800 9000-TERMINATE.
007810     IF WS-INTRFACE-OPEN
007820         CLOSE INTERFACE-FILE
007830     END-IF.
007840     IF WS-ACKIN-OPEN
007850         CLOSE ACK-FILE
007860     END-IF.
007870     IF WS-ACKRPT-OPEN
007880         CLOSE ACK-REPORT-FILE
007890     END-IF.
007900     IF WS-OPENITEM-OPEN
007910         CLOSE OPEN-ITEM-FILE
007920     END-IF.
007930     IF WS-OPENOUT-OPEN
007940         CLOSE OPEN-ITEM-OUT-FILE
007950     END-IF.
007960 9000-EXIT.
007970     EXIT.
007980
007990 END PROGRAM ACKMATCH.
