000100******************************************************************
000110* PROGRAM:    MLCONV
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    One-time conversion of the live maintenance log and
000160*             the maintenance log archive from the 514-byte
000170*             layout to the 524-byte layout that now carries
000180*             ML-MESSAGE-TYPE on each row.  The old rows never
000190*             said which message type they concerned, so the new
000200*             field is blanked - OPERCERT treats such a row as
000210*             activity it can date and count but not tie to a
000220*             granted type.  Runs once per dataset, the way
000230*             AUDCONV converted the 270-byte audit rows.
000240*
000250* MODIFICATION HISTORY
000260*   2026-10-15  RSW  Original program.
000270******************************************************************
000280
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. MLCONV.
000310 AUTHOR. R. S. WINTERS.
000320 INSTALLATION. DATA CENTER SERVICES.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT OLD-MAINT-LOG-FILE ASSIGN TO MAINTLGI
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-OLDLOG-STATUS.
000460
000470     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-MAINTLOG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  OLD-MAINT-LOG-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  OL-OLD-MAINT-LOG-RECORD.
000570     05  OL-CHANGE-DATE              PIC 9(08).
000580     05  OL-CHANGE-TIME              PIC 9(08).
000590     05  OL-OPERATOR-ID              PIC X(08).
000600     05  OL-OLD-MESSAGE-TEXT         PIC X(240).
000610     05  OL-NEW-MESSAGE-TEXT         PIC X(240).
000620     05  OL-ACTION                   PIC X(01).
000630     05  OL-SECOND-OPERATOR-ID       PIC X(08).
000640     05  FILLER                      PIC X(01).
000650
000660 FD  MAINT-LOG-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY MAINTLOG.
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUSES.
000730     05  WS-OLDLOG-STATUS            PIC X(02) VALUE '00'.
000740         88  WS-OLDLOG-OK                 VALUE '00'.
000750     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
000760         88  WS-MAINTLOG-OK               VALUE '00'.
000770
000780 01  WS-SWITCHES.
000790     05  WS-OLDLOG-OPEN-SW           PIC X(01) VALUE 'N'.
000800         88  WS-OLDLOG-OPEN                VALUE 'Y'.
000810     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000820         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
000830     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000840         88  WS-EOF                        VALUE 'Y'.
000850
000860 77  WS-ROWS-CONVERTED-COUNT         PIC 9(07) COMP VALUE ZERO.
000870
000880 PROCEDURE DIVISION.
000890******************************************************************
000900* 0000-MAINLINE - controls overall program flow.
000910******************************************************************
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE
000940         THRU 1000-EXIT.
000950     IF RETURN-CODE = 0
000960         PERFORM 2000-CONVERT-ONE-ROW
000970             THRU 2000-EXIT
000980             UNTIL WS-EOF
000990         DISPLAY 'MLCONV: MAINT-LOG ROWS CONVERTED - '
001000             WS-ROWS-CONVERTED-COUNT
001010     END-IF.
001020     PERFORM 9000-TERMINATE
001030         THRU 9000-EXIT.
001040     STOP RUN.
001050
001060******************************************************************
001070* 1000-INITIALIZE - opens the old 514-byte maintenance log
001080*     dataset for input and the widened dataset as a fresh
001090*     load, and primes the read loop.
001100******************************************************************
001110 1000-INITIALIZE.
001120     OPEN INPUT OLD-MAINT-LOG-FILE.
001130     IF NOT WS-OLDLOG-OK
001140         DISPLAY 'MLCONV: UNABLE TO OPEN OLD MAINT-LOG FILE, '
001150             'STATUS = ' WS-OLDLOG-STATUS
001160         MOVE 16 TO RETURN-CODE
001170         GO TO 1000-EXIT
001180     END-IF.
001190     SET WS-OLDLOG-OPEN TO TRUE.
001200     OPEN OUTPUT MAINT-LOG-FILE.
001210     IF NOT WS-MAINTLOG-OK
001220         DISPLAY 'MLCONV: UNABLE TO OPEN NEW MAINT-LOG FILE, '
001230             'STATUS = ' WS-MAINTLOG-STATUS
001240         MOVE 16 TO RETURN-CODE
001250         GO TO 1000-EXIT
001260     END-IF.
001270     SET WS-MAINTLOG-OPEN TO TRUE.
001280     PERFORM 2900-READ-OLD-MAINT-LOG
001290         THRU 2900-EXIT.
001300     IF WS-EOF
001310         DISPLAY 'MLCONV: OLD MAINT-LOG FILE IS EMPTY'
001320         MOVE 20 TO RETURN-CODE
001330     END-IF.
001340 1000-EXIT.
001350     EXIT.
001360
001370******************************************************************
001380* 2000-CONVERT-ONE-ROW - writes the current old row in the
001390*     widened layout, blanking the message type the old layout
001400*     never carried, then reads the next old row.
001410******************************************************************
001420 2000-CONVERT-ONE-ROW.
001430     MOVE SPACES                TO ML-MAINT-LOG-RECORD.
001440     MOVE OL-CHANGE-DATE        TO ML-CHANGE-DATE.
001450     MOVE OL-CHANGE-TIME        TO ML-CHANGE-TIME.
001460     MOVE OL-OPERATOR-ID        TO ML-OPERATOR-ID.
001470     MOVE OL-OLD-MESSAGE-TEXT   TO ML-OLD-MESSAGE-TEXT.
001480     MOVE OL-NEW-MESSAGE-TEXT   TO ML-NEW-MESSAGE-TEXT.
001490     MOVE OL-ACTION             TO ML-ACTION.
001500     MOVE OL-SECOND-OPERATOR-ID TO ML-SECOND-OPERATOR-ID.
001510     MOVE SPACES                TO ML-MESSAGE-TYPE.
001520     WRITE ML-MAINT-LOG-RECORD.
001530     ADD 1 TO WS-ROWS-CONVERTED-COUNT.
001540     PERFORM 2900-READ-OLD-MAINT-LOG
001550         THRU 2900-EXIT.
001560 2000-EXIT.
001570     EXIT.
001580
001590******************************************************************
001600* 2900-READ-OLD-MAINT-LOG - reads the next old maintenance log
001610*     row or signals end of file.
001620******************************************************************
001630 2900-READ-OLD-MAINT-LOG.
001640     READ OLD-MAINT-LOG-FILE
001650         AT END
001660             SET WS-EOF TO TRUE
001670     END-READ.
001680 2900-EXIT.
001690     EXIT.
001700
001710******************************************************************
001720* 9000-TERMINATE - closes open files before STOP RUN.
001730******************************************************************
001740 9000-TERMINATE.
001750     IF WS-OLDLOG-OPEN
001760         CLOSE OLD-MAINT-LOG-FILE
001770     END-IF.
001780     IF WS-MAINTLOG-OPEN
001790         CLOSE MAINT-LOG-FILE
001800     END-IF.
001810 9000-EXIT.
001820     EXIT.
001830
001840 END PROGRAM MLCONV.
