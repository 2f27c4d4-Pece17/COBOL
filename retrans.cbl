000180*             trailer hash mismatch on their side, or an
000190*             ACKMATCH day left largely unacknowledged - and
000200*             the INTRFACE generation has been scratched.  The
000210*             DATEPARM card names the run date and the
000220*             destination; every routed-copy audit row for
000230*             that AU-JOB-DATE and destination is cut as a
000234*             detail record of a fresh generation with a
000240*             proper header and trailer per the INTFREC
000250*             layout.  The header is marked as a
000260*             retransmission of the original batch number, so
000270*             the downstream load and ACKMATCH do not treat
000280*             the file as a duplicate day.
000290*
000300* MODIFICATION HISTORY
000310*   2026-09-02  RSW  Original program.
000312*   2026-10-15  RSW  Out-of-cycle (flash) audit rows are skipped -
000314*                    a flash batch is its own transmission and
000316*                    is not carried on a scheduled day's rebuild.
000320*   2026-10-15  RSW  Transmissions are now cut per destination,
000330*                    so the DATEPARM card must also name the
000340*                    destination that lost its file.  The rebuild
000350*                    is taken from that destination's routed-copy
000360*                    audit rows, and the header, details and
000370*                    trailer all carry the destination.
000380******************************************************************
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. RETRANS.
000420 AUTHOR. R. S. WINTERS.
000430 INSTALLATION. DATA CENTER SERVICES.
000440 DATE-WRITTEN. 2026-09-02.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-AUDIT-STATUS.
000570
000580     SELECT DATE-PARM-FILE ASSIGN TO DATEPARM
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-DATEPARM-STATUS.
000610
000620     SELECT INTERFACE-FILE ASSIGN TO INTRFACE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-INTRFACE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDIT-TRAIL-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY AUDITREC.
000720
000730 FD  DATE-PARM-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DATEPARM.
000770
000780 FD  INTERFACE-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY INTFREC.
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-FILE-STATUSES.
000850     05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
000860         88  WS-AUDIT-OK                   VALUE '00'.
000870     05  WS-DATEPARM-STATUS          PIC X(02) VALUE '00'.
000880         88  WS-DATEPARM-OK                VALUE '00'.
000890     05  WS-INTRFACE-STATUS          PIC X(02) VALUE '00'.
000900         88  WS-INTRFACE-OK                VALUE '00'.
000910
000920 01  WS-SWITCHES.
000930     05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
000940         88  WS-AUDIT-OPEN                 VALUE 'Y'.
000950     05  WS-INTRFACE-OPEN-SW         PIC X(01) VALUE 'N'.
000960         88  WS-INTRFACE-OPEN              VALUE 'Y'.
000970     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000980         88  WS-EOF                        VALUE 'Y'.
000990     05  WS-MIXED-BATCH-SW           PIC X(01) VALUE 'N'.
001000         88  WS-MIXED-BATCHES              VALUE 'Y'.
001010
001020 01  WS-RUN-STAMP.
001030     05  WS-RUN-DATE                 PIC 9(08).
001040     05  WS-RUN-TIME                 PIC 9(08).
001050
001060 01  WS-REBUILD-DATE                 PIC 9(08) VALUE ZERO.
001070 01  WS-REBUILD-DESTINATION          PIC X(06) VALUE SPACES.
001080 01  WS-NEW-BATCH-NUMBER             PIC 9(06) VALUE ZERO.
001090 01  WS-ORIG-BATCH-NUMBER            PIC 9(06) VALUE ZERO.
001100 01  WS-ROW-BATCH-NUMBER             PIC 9(06) VALUE ZERO.
001110 01  WS-TEXT-LENGTH                  PIC 9(03) VALUE ZERO.
001120 01  WS-LENGTH-SUBSCRIPT             PIC 9(03) COMP VALUE ZERO.
001130
001140 77  WS-DETAIL-COUNT                 PIC 9(07) COMP VALUE ZERO.
001150 77  WS-HASH-TOTAL                   PIC 9(11) COMP VALUE ZERO.
001160
001170 PROCEDURE DIVISION.
001180******************************************************************
001190* 0000-MAINLINE - controls overall program flow.
001200******************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE
001230         THRU 1000-EXIT.
001240     IF RETURN-CODE = 0
001250         PERFORM 2000-REBUILD-ONE-ROW
001260             THRU 2000-EXIT
001270             UNTIL WS-EOF
001280         PERFORM 8000-FINISH-TRANSMISSION
001290             THRU 8000-EXIT
001300     END-IF.
001310     PERFORM 9000-TERMINATE
001320         THRU 9000-EXIT.
001330     STOP RUN.
001340
001350******************************************************************
001360* 1000-INITIALIZE - obtains the run date and destination to
001370*     rebuild (the card is required - defaulting a
001380*     retransmission to today would rebuild the wrong day
001390*     silently), opens the audit
001400*     trail and the fresh interface generation, and holds the
001410*     header back until the first detail row names the
001420*     original batch number.
001430******************************************************************
001440 1000-INITIALIZE.
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     DIVIDE WS-RUN-TIME BY 100 GIVING WS-NEW-BATCH-NUMBER.
001480     PERFORM 1100-READ-DATE-PARM
001490         THRU 1100-EXIT.
001500     IF RETURN-CODE NOT = 0
001510         GO TO 1000-EXIT
001520     END-IF.
001530     OPEN INPUT AUDIT-TRAIL-FILE.
001540     IF NOT WS-AUDIT-OK
001550         DISPLAY 'RETRANS: UNABLE TO OPEN AUDIT-TRAIL '
001560             'FILE, STATUS = ' WS-AUDIT-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         GO TO 1000-EXIT
001590     END-IF.
001600     SET WS-AUDIT-OPEN TO TRUE.
001610     OPEN OUTPUT INTERFACE-FILE.
001620     IF NOT WS-INTRFACE-OK
001630         DISPLAY 'RETRANS: UNABLE TO OPEN INTERFACE '
001640             'FILE, STATUS = ' WS-INTRFACE-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 1000-EXIT
001670     END-IF.
001680     SET WS-INTRFACE-OPEN TO TRUE.
001690     PERFORM 2900-READ-AUDIT-RECORD
001700         THRU 2900-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
001740******************************************************************
001750* 1100-READ-DATE-PARM - obtains the run date and destination
001760*     whose transmission is being rebuilt.  A missing, blank
001770*     or non-numeric date, or a blank destination, stops the
001780*     run.
001790******************************************************************
001800 1100-READ-DATE-PARM.
001810     OPEN INPUT DATE-PARM-FILE.
001820     IF WS-DATEPARM-OK
001830         READ DATE-PARM-FILE
001840             AT END
001850                 CONTINUE
001860             NOT AT END
001870                 IF DP-RUN-DATE-NUM NUMERIC
001880                     AND DP-RUN-DATE-NUM > ZERO
001890                     MOVE DP-RUN-DATE-NUM TO WS-REBUILD-DATE
001900                 END-IF
001910                 MOVE DP-DESTINATION-ID
001920                     TO WS-REBUILD-DESTINATION
001930         END-READ
001940         CLOSE DATE-PARM-FILE
001950     END-IF.
001960     IF WS-REBUILD-DATE = ZERO
001970         DISPLAY 'RETRANS: DATEPARM CARD MISSING OR NOT A '
001980             'DATE - NAME THE RUN DATE TO REBUILD'
001990         MOVE 16 TO RETURN-CODE
002000         GO TO 1100-EXIT
002010     END-IF.
002020     IF WS-REBUILD-DESTINATION = SPACES
002030         DISPLAY 'RETRANS: DATEPARM CARD NAMES NO DESTINATION - '
002040             'NAME THE DESTINATION TO REBUILD'
002050         MOVE 16 TO RETURN-CODE
002060         GO TO 1100-EXIT
002070     END-IF.
002080     DISPLAY 'RETRANS: REBUILDING TRANSMISSION FOR RUN DATE '
002090         WS-REBUILD-DATE
002100         ' DESTINATION ' WS-REBUILD-DESTINATION.
002110 1100-EXIT.
002120     EXIT.
002130
002140******************************************************************
002150* 2000-REBUILD-ONE-ROW - cuts one interface detail record
002160*     from the current audit row when it is a routed-copy row
002170*     for the rebuild date and destination - a reject was
002180*     never routed, so it has none - then reads the next
002190*     audit row.  The first qualifying row fixes the
002200*     original batch number and releases the header.  Rows
002210*     FLASHRUN wrote for an out-of-cycle broadcast are passed
002220*     over; they went out on their own flash batch.
002230******************************************************************
002240 2000-REBUILD-ONE-ROW.
002250     IF NOT AU-ROUTED-RECORD
002260         OR AU-JOB-DATE NOT = WS-REBUILD-DATE
002270         OR AU-DESTINATION-ID NOT = WS-REBUILD-DESTINATION
002280         OR AU-MESSAGE-TEXT = SPACES
002290         OR AU-OUT-OF-CYCLE
002300         GO TO 2000-READ-NEXT
002310     END-IF.
002320     DIVIDE AU-JOB-TIME BY 100 GIVING WS-ROW-BATCH-NUMBER.
002330     IF WS-DETAIL-COUNT = ZERO
002340         MOVE WS-ROW-BATCH-NUMBER TO WS-ORIG-BATCH-NUMBER
002350         PERFORM 2100-WRITE-INTERFACE-HEADER
002360             THRU 2100-EXIT
002370     ELSE
002380         IF WS-ROW-BATCH-NUMBER NOT = WS-ORIG-BATCH-NUMBER
002390             AND NOT WS-MIXED-BATCHES
002400             SET WS-MIXED-BATCHES TO TRUE
002410             DISPLAY 'RETRANS: RUN DATE ' WS-REBUILD-DATE
002420                 ' HAD MORE THAN ONE BATCH - ALL ITS DETAIL '
002430                 'ROWS ARE CARRIED ON THIS ONE RETRANSMISSION'
002440         END-IF
002450     END-IF.
002460     PERFORM 2200-WRITE-INTERFACE-DETAIL
002470         THRU 2200-EXIT.
002480 2000-READ-NEXT.
002490     PERFORM 2900-READ-AUDIT-RECORD
002500         THRU 2900-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540******************************************************************
002550* 2100-WRITE-INTERFACE-HEADER - opens the rebuilt transmission
002560*     with a header carrying the rebuild date, the destination,
002570*     today's time and batch number, and the marker naming
002580*     the original batch, so the downstream load and ACKMATCH
002590*     do not treat the file as a duplicate day.
002600******************************************************************
002610 2100-WRITE-INTERFACE-HEADER.
002620     MOVE SPACES               TO IF-INTERFACE-RECORD.
002630     SET IF-HEADER-RECORD      TO TRUE.
002640     MOVE WS-REBUILD-DATE      TO IF-HEADER-RUN-DATE.
002650     MOVE WS-RUN-TIME          TO IF-HEADER-RUN-TIME.
002660     MOVE WS-NEW-BATCH-NUMBER  TO IF-BATCH-NUMBER.
002670     SET IF-RETRANSMISSION     TO TRUE.
002680     MOVE WS-ORIG-BATCH-NUMBER TO IF-ORIG-BATCH-NUMBER.
002690     MOVE WS-REBUILD-DESTINATION TO IF-DESTINATION-ID.
002700     WRITE IF-INTERFACE-RECORD.
002710 2100-EXIT.
002720     EXIT.
002730
002740******************************************************************
002750* 2200-WRITE-INTERFACE-DETAIL - cuts one detail record from
002760*     the audit row, carrying the original run date and time
002770*     so the downstream system ties it to the day being
002780*     replaced.  The hash total is rebuilt from the text
002790*     length, scanned the way MSGMAINT computes it, since
002800*     the audit row does not carry the master's length.
002810******************************************************************
002820 2200-WRITE-INTERFACE-DETAIL.
002830     MOVE SPACES          TO IF-INTERFACE-RECORD.
002840     SET IF-DETAIL-RECORD TO TRUE.
002850     MOVE AU-MESSAGE-TEXT TO IF-MESSAGE-TEXT.
002860     MOVE AU-JOB-DATE     TO IF-RUN-DATE.
002870     MOVE AU-JOB-TIME     TO IF-RUN-TIME.
002880     MOVE WS-REBUILD-DESTINATION TO IF-DESTINATION-ID.
002890     WRITE IF-INTERFACE-RECORD.
002900     ADD 1 TO WS-DETAIL-COUNT.
002910     PERFORM 2300-COMPUTE-TEXT-LENGTH
002920         THRU 2300-EXIT.
002930     ADD WS-TEXT-LENGTH TO WS-HASH-TOTAL.
002940 2200-EXIT.
002950     EXIT.
002960
002970******************************************************************
002980* 2300-COMPUTE-TEXT-LENGTH - counts the characters in
002990*     AU-MESSAGE-TEXT up to its last non-blank position, as
003000*     MSGMAINT's length scan does, so the rebuilt trailer
003010*     hash matches what SAMPLE-PROGRAM would have cut.
003020******************************************************************
003030 2300-COMPUTE-TEXT-LENGTH.
003040     MOVE 240 TO WS-LENGTH-SUBSCRIPT.
003050     PERFORM 2350-SCAN-FOR-LAST-CHAR
003060         THRU 2350-EXIT
003070         WITH TEST AFTER
003080         UNTIL WS-LENGTH-SUBSCRIPT = ZERO
003090         OR AU-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1)
003100             NOT = SPACE.
003110     MOVE WS-LENGTH-SUBSCRIPT TO WS-TEXT-LENGTH.
003120 2300-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 2350-SCAN-FOR-LAST-CHAR - steps one position toward the
003170*     front of AU-MESSAGE-TEXT when the current position is
003180*     blank.
003190******************************************************************
003200 2350-SCAN-FOR-LAST-CHAR.
003210     IF AU-MESSAGE-TEXT (WS-LENGTH-SUBSCRIPT:1) = SPACE
003220         SUBTRACT 1 FROM WS-LENGTH-SUBSCRIPT
003230     END-IF.
003240 2350-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 2900-READ-AUDIT-RECORD - reads the next audit trail record.
003290******************************************************************
003300 2900-READ-AUDIT-RECORD.
003310     READ AUDIT-TRAIL-FILE
003320         AT END
003330             SET WS-EOF TO TRUE
003340     END-READ.
003350 2900-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390* 8000-FINISH-TRANSMISSION - closes the rebuilt transmission
003400*     with its trailer.  A date with no transmitted detail
003410*     rows gets a header and an empty trailer so the
003420*     generation is still a well-formed batch, and RC 20 so
003430*     operations knows there was nothing to resend.
003440******************************************************************
003450 8000-FINISH-TRANSMISSION.
003460     IF WS-DETAIL-COUNT = ZERO
003470         DISPLAY 'RETRANS: NO TRANSMITTED DETAIL ROWS FOUND '
003480             'FOR RUN DATE ' WS-REBUILD-DATE
003490             ' DESTINATION ' WS-REBUILD-DESTINATION
003500         MOVE 20 TO RETURN-CODE
003510         PERFORM 2100-WRITE-INTERFACE-HEADER
003520             THRU 2100-EXIT
003530     END-IF.
003540     MOVE SPACES             TO IF-INTERFACE-RECORD.
003550     SET IF-TRAILER-RECORD   TO TRUE.
003560     MOVE WS-DETAIL-COUNT    TO IF-DETAIL-COUNT.
003570     MOVE WS-HASH-TOTAL      TO IF-HASH-TOTAL.
003580     MOVE WS-REBUILD-DESTINATION TO IF-DESTINATION-ID.
003590     WRITE IF-INTERFACE-RECORD.
003600     DISPLAY 'RETRANS: ' WS-DETAIL-COUNT ' DETAIL RECORD(S) '
003610         'REBUILT AS BATCH ' WS-NEW-BATCH-NUMBER
003620         ' REPLACING BATCH ' WS-ORIG-BATCH-NUMBER.
003630 8000-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 9000-TERMINATE - closes open files before STOP RUN.
003680******************************************************************
003690 9000-TERMINATE.
003700     IF WS-AUDIT-OPEN
003710         CLOSE AUDIT-TRAIL-FILE
003720     END-IF.
003730     IF WS-INTRFACE-OPEN
003740         CLOSE INTERFACE-FILE
003750     END-IF.
003760 9000-EXIT.
003770     EXIT.
003780
003790 END PROGRAM RETRANS.
