000100******************************************************************
000110* PROGRAM:    FLASHRUN
000120* AUTHOR:     R. S. WINTERS
000130* INSTALLATION: DATA CENTER SERVICES
000140* DATE-WRITTEN: 2026-10-15
000150* PURPOSE:    Out-of-cycle emergency ("flash") broadcast of one
000160*             named message-master key, for the weather closure
000170*             or outage notice that cannot wait for the nightly
000180*             SAMPPGM step.  The requesting operator must be
000190*             active on OPERSEC and authorized for the record's
000200*             message type; a sensitive type (CLOSE) also needs
000210*             a second, different authorized operator to
000220*             approve the flash before it goes.  The record is
000230*             held to the same rules as the scheduled run - it
000240*             must be inside its effective/expiry window, not
000250*             blank, not overlong, its symbols must resolve,
000260*             the resolved text must pass the wording rules and
000264*             an active route must cover its type and language -
000270*             then displayed and written to its own small
000280*             interface generation as a one-detail batch for
000290*             each destination it is routed to, each header
000300*             flagged as a flash batch, with audit run, detail
000302*             and routed-copy rows marked out-of-cycle so
000304*             RECON-REPORT, ACKMATCH and MORNSTAT balance it
000310*             apart from the scheduled run.  The flash is
000320*             logged to MAINT-LOG, action F.  A flash that is
000330*             refused still closes its generation with a
000340*             header and empty trailer, and writes its run row.
000350*
000360*             Return codes:  0  flash sent
000370*                            4  cancelled by the requester
000380*                            8  record not broadcastable, or
000390*                               approval withheld
000400*                           12  operator or approver denied
000410*                           16  file could not be opened
000420*                           20  key not on the master
000430*
000440* MODIFICATION HISTORY
000450*   2026-10-15  RSW  Original program.
000452*   2026-10-15  RSW  The resolved text is screened against the
000454*                    wording-rule file, as SAMPLE-PROGRAM now
000456*                    does - a record breaking a wording rule is
000458*                    refused WORD, RC 8, naming the rule.
000460*   2026-10-15  RSW  The flash goes to every destination the
000470*                    ROUTING file routes its type and language
000480*                    to, as a one-detail batch per destination
000490*                    with a routed-copy audit row for each.  A
000500*                    record no active route covers is refused
000510*                    ROUT, RC 8.  The batch headers are now
000520*                    written when the flash is sent, not at
000530*                    start-up.
000532*   2026-10-15  RSW  Each MAINT-LOG row now carries the message
000534*                    type it concerns in ML-MESSAGE-TYPE - the
000536*                    type flashed or asked for.
000540******************************************************************
000550
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. FLASHRUN.
000580 AUTHOR. R. S. WINTERS.
000590 INSTALLATION. DATA CENTER SERVICES.
000600 DATE-WRITTEN. 2026-10-15.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER. IBM-370.
000660 OBJECT-COMPUTER. IBM-370.
000670
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS MM-RECORD-KEY
000740         FILE STATUS IS WS-MSGMAST-STATUS.
000750
000760     SELECT OPERATOR-SECURITY-FILE ASSIGN TO OPERSEC
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-OPERSEC-STATUS.
000790
000800     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-AUDIT-STATUS.
000830
000840     SELECT INTERFACE-FILE ASSIGN TO INTRFACE
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-INTRFACE-STATUS.
000870
000880     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-MAINTLOG-STATUS.
000910
000920     SELECT SYMBOL-VALUE-FILE ASSIGN TO SYMVALS
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-SYMVALS-STATUS.
000950
000960     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-WORDRULE-STATUS.
000990     SELECT ROUTING-FILE ASSIGN TO ROUTING
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-ROUTING-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  MESSAGE-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY MSGMAST.
001080
001090 FD  OPERATOR-SECURITY-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120     COPY OPERSEC.
001130
001140 FD  AUDIT-TRAIL-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY AUDITREC.
001180
001190 FD  INTERFACE-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220     COPY INTFREC.
001230
001240 FD  MAINT-LOG-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270     COPY MAINTLOG.
001280
001290 FD  SYMBOL-VALUE-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320     COPY SYMVAL.
001330
001340 FD  WORDING-RULE-FILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370     COPY WORDRULE.
001380 FD  ROUTING-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY ROUTING.
001420
001430 WORKING-STORAGE SECTION.
001440 01  WS-FILE-STATUSES.
001450     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
001460         88  WS-MSGMAST-OK                VALUE '00'.
001470     05  WS-OPERSEC-STATUS           PIC X(02) VALUE '00'.
001480         88  WS-OPERSEC-OK                VALUE '00'.
001490     05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
001500         88  WS-AUDIT-OK                  VALUE '00'.
001510     05  WS-INTRFACE-STATUS          PIC X(02) VALUE '00'.
001520         88  WS-INTRFACE-OK               VALUE '00'.
001530     05  WS-MAINTLOG-STATUS          PIC X(02) VALUE '00'.
001540         88  WS-MAINTLOG-OK               VALUE '00'.
001550     05  WS-SYMVALS-STATUS           PIC X(02) VALUE '00'.
001560         88  WS-SYMVALS-OK                VALUE '00'.
001570     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
001580         88  WS-WORDRULE-OK               VALUE '00'.
001590     05  WS-ROUTING-STATUS           PIC X(02) VALUE '00'.
001600         88  WS-ROUTING-OK                VALUE '00'.
001610
001620 01  WS-SWITCHES.
001630     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
001640         88  WS-MSGMAST-OPEN               VALUE 'Y'.
001650     05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
001660         88  WS-AUDIT-OPEN                 VALUE 'Y'.
001670     05  WS-INTRFACE-OPEN-SW         PIC X(01) VALUE 'N'.
001680         88  WS-INTRFACE-OPEN              VALUE 'Y'.
001690     05  WS-MAINTLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001700         88  WS-MAINTLOG-OPEN              VALUE 'Y'.
001710     05  WS-MASTER-FOUND-SW          PIC X(01) VALUE 'N'.
001720         88  WS-MASTER-FOUND               VALUE 'Y'.
001730     05  WS-KEY-VALID-SW             PIC X(01) VALUE 'N'.
001740         88  WS-KEY-VALID                  VALUE 'Y'.
001750     05  WS-MESSAGE-VALID-SW         PIC X(01) VALUE 'Y'.
001760         88  WS-MESSAGE-VALID              VALUE 'Y'.
001770         88  WS-MESSAGE-INVALID            VALUE 'N'.
001780     05  WS-CONFIRM-SW               PIC X(01) VALUE 'N'.
001790         88  WS-CONFIRMED                  VALUE 'Y'.
001800     05  WS-OPERSEC-EOF-SW           PIC X(01) VALUE 'N'.
001810         88  WS-OPERSEC-EOF                VALUE 'Y'.
001820     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
001830         88  WS-OPERATOR-FOUND             VALUE 'Y'.
001840     05  WS-AUTHORIZED-SW            PIC X(01) VALUE 'N'.
001850         88  WS-AUTHORIZED                 VALUE 'Y'.
001860     05  WS-SYMVALS-EOF-SW           PIC X(01) VALUE 'N'.
001870         88  WS-SYMVALS-EOF                VALUE 'Y'.
001880     05  WS-SYMBOLS-FAILED-SW        PIC X(01) VALUE 'N'.
001890         88  WS-SYMBOLS-FAILED             VALUE 'Y'.
001900     05  WS-SYMBOL-SEEN-SW           PIC X(01) VALUE 'N'.
001910         88  WS-SYMBOL-SEEN                VALUE 'Y'.
001920     05  WS-SYMBOL-FOUND-SW          PIC X(01) VALUE 'N'.
001930         88  WS-SYMBOL-FOUND               VALUE 'Y'.
001940     05  WS-NAME-DONE-SW             PIC X(01) VALUE 'N'.
001950         88  WS-NAME-DONE                  VALUE 'Y'.
001960     05  WS-WORDRULE-EOF-SW          PIC X(01) VALUE 'N'.
001970         88  WS-WORDRULE-EOF               VALUE 'Y'.
001980     05  WS-RULE-FOUND-SW            PIC X(01) VALUE 'N'.
001990         88  WS-RULE-FOUND                 VALUE 'Y'.
002000     05  WS-PHRASE-FOUND-SW          PIC X(01) VALUE 'N'.
002010         88  WS-PHRASE-FOUND               VALUE 'Y'.
002020     05  WS-WORDING-FAILED-SW        PIC X(01) VALUE 'N'.
002030         88  WS-WORDING-FAILED             VALUE 'Y'.
002040     05  WS-ROUTING-EOF-SW           PIC X(01) VALUE 'N'.
002050         88  WS-ROUTING-EOF                VALUE 'Y'.
002060     05  WS-ROUTE-FOUND-SW           PIC X(01) VALUE 'N'.
002070         88  WS-ROUTE-FOUND                VALUE 'Y'.
002080     05  WS-FLASH-SENT-SW            PIC X(01) VALUE 'N'.
002090         88  WS-FLASH-SENT                 VALUE 'Y'.
002100
002110 01  WS-RUN-STAMP.
002120     05  WS-RUN-DATE                 PIC 9(08).
002130     05  WS-RUN-TIME                 PIC 9(08).
002140 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-STAMP.
002150     05  WS-RUN-YEAR                 PIC 9(04).
002160     05  WS-RUN-MONTH                PIC 9(02).
002170     05  WS-RUN-DAY                  PIC 9(02).
002180     05  FILLER                      PIC X(08).
002190
002200 01  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
002210 01  WS-APPROVER-ID                  PIC X(08) VALUE SPACES.
002220 01  WS-CHECK-OPERATOR-ID            PIC X(08) VALUE SPACES.
002230 01  WS-KEY-REPLY                    PIC X(06) VALUE SPACES.
002240 01  WS-KEY-REPLY-NUM REDEFINES WS-KEY-REPLY
002250                                     PIC 9(06).
002260 01  WS-FLASH-KEY                    PIC 9(06) VALUE ZERO.
002270 01  WS-SELECTED-TYPE                PIC X(10) VALUE SPACES.
002280 01  WS-RECORD-LANGUAGE              PIC X(02) VALUE SPACES.
002290 01  WS-REJECT-REASON                PIC X(04) VALUE SPACES.
002300 01  WS-CONFIRM-REPLY                PIC X(01) VALUE 'N'.
002310 01  WS-DECISION-CODE                PIC X(01) VALUE SPACE.
002320     88  WS-DECISION-APPROVE              VALUE 'A'.
002330     88  WS-DECISION-REJECT               VALUE 'R'.
002340     88  WS-DECISION-VALID                VALUES 'A' 'R'.
002350 01  WS-SENSITIVE-TYPE-CHECK         PIC X(10) VALUE SPACES.
002360     88  WS-SENSITIVE-TYPE                VALUE 'CLOSE'.
002370
002380 01  WS-OPER-ACTIVE-FLAG             PIC X(01) VALUE 'N'.
002390     88  WS-OPER-ACTIVE                   VALUE 'Y'.
002400 01  WS-OPER-AUTH-TYPE-LIST.
002410     05  WS-OPER-AUTH-TYPE OCCURS 5 TIMES
002420                                     PIC X(10).
002430 01  WS-AUTH-SUB                     PIC 9(01) COMP VALUE ZERO.
002440 01  WS-DENIAL-REASON                PIC X(30) VALUE SPACES.
002450 01  WS-DENIAL-TEXT.
002460     05  FILLER                      PIC X(09)
002470         VALUE 'DENIED - '.
002480     05  WS-DENIAL-DETAIL            PIC X(30).
002490     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002500     05  WS-DENIAL-TYPE              PIC X(10).
002510
002520 01  WS-BATCH-NUMBER                 PIC 9(06) VALUE ZERO.
002530 01  WS-RECORDS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
002540 01  WS-INTERFACE-COUNT              PIC 9(07) COMP VALUE ZERO.
002550 01  WS-HASH-TOTAL                   PIC 9(11) COMP VALUE ZERO.
002560
002570 01  WS-RUN-TEXT.
002580     05  FILLER                      PIC X(12)
002590         VALUE 'FLASH BATCH '.
002600     05  WS-RT-BATCH                 PIC 9(06).
002610     05  FILLER                      PIC X(05) VALUE ' KEY '.
002620     05  WS-RT-KEY                   PIC 9(06).
002630     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002640     05  WS-RT-TYPE                  PIC X(10).
002650
002660 01  WS-FLASH-LOG-TEXT.
002670     05  FILLER                      PIC X(10)
002680         VALUE 'FLASH KEY '.
002690     05  WS-FL-KEY                   PIC 9(06).
002700     05  FILLER                      PIC X(06) VALUE ' TYPE '.
002710     05  WS-FL-TYPE                  PIC X(10).
002720     05  FILLER                      PIC X(06) VALUE ' LANG '.
002730     05  WS-FL-LANGUAGE              PIC X(02).
002740     05  FILLER                      PIC X(07) VALUE ' BATCH '.
002750     05  WS-FL-BATCH                 PIC 9(06).
002760     05  FILLER                      PIC X(14)
002770         VALUE ' DESTINATIONS '.
002780     05  WS-FL-DEST-COUNT            PIC 9(02).
002790
002800******************************************************************
002810* Banner symbols - resolved exactly as SAMPLE-PROGRAM resolves
002820* them.  RUNDATE, DAYNAME and NEXTBUSDAY are set from the run
002830* date by 1700; named symbols are loaded from SYMVALS by 1800.
002840* 5000 resolves the record's text into WS-RESOLVED-MESSAGE and
002850* WS-RESOLVED-LENGTH.
002860******************************************************************
002870 01  WS-RESOLVED-MESSAGE             PIC X(240) VALUE SPACES.
002880 01  WS-RESOLVED-LENGTH              PIC 9(03) COMP VALUE ZERO.
002890 01  WS-SYMBOL-ERROR.
002900     05  WS-SYMBOL-ERROR-REASON      PIC X(18) VALUE SPACES.
002910     05  WS-SYMBOL-ERROR-NAME        PIC X(11) VALUE SPACES.
002920
002930 01  WS-SYMBOL-WORK.
002940     05  WS-SRC-POS                  PIC 9(03) COMP VALUE ZERO.
002950     05  WS-SRC-LENGTH               PIC 9(03) COMP VALUE ZERO.
002960     05  WS-OUT-POS                  PIC 9(03) COMP VALUE ZERO.
002970     05  WS-NAME-LENGTH              PIC 9(03) COMP VALUE ZERO.
002980     05  WS-SCAN-CHAR                PIC X(01) VALUE SPACE.
002990     05  WS-NEXT-CHAR                PIC X(01) VALUE SPACE.
003000     05  WS-SCAN-NAME                PIC X(10) VALUE SPACES.
003010     05  WS-SCAN-VALUE               PIC X(60) VALUE SPACES.
003020     05  WS-SCAN-VALUE-LENGTH        PIC 9(03) COMP VALUE ZERO.
003030
003040 01  WS-SYMBOL-COUNT                 PIC 9(02) COMP VALUE ZERO.
003050 01  WS-SYMBOL-SUB                   PIC 9(02) COMP VALUE ZERO.
003060 01  WS-SYMBOL-FOUND-SUB             PIC 9(02) COMP VALUE ZERO.
003070 01  WS-SYMBOL-TABLE.
003080     05  WS-SYMBOL-ENTRY OCCURS 50 TIMES.
003090         10  WS-SYM-NAME             PIC X(10).
003100         10  WS-SYM-VALUE            PIC X(60).
003110         10  WS-SYM-VALUE-LENGTH     PIC 9(03) COMP.
003120
003130 01  WS-SYMBOL-DATE-EDIT.
003140     05  WS-SDE-YEAR                 PIC 9(04).
003150     05  FILLER                      PIC X(01) VALUE '-'.
003160     05  WS-SDE-MONTH                PIC 9(02).
003170     05  FILLER                      PIC X(01) VALUE '-'.
003180     05  WS-SDE-DAY                  PIC 9(02).
003190 01  WS-RUNDATE-VALUE                PIC X(10) VALUE SPACES.
003200 01  WS-NEXTBUSDAY-VALUE             PIC X(10) VALUE SPACES.
003210 01  WS-NBD-DATE                     PIC 9(08) VALUE ZERO.
003220 01  WS-NBD-SPLIT REDEFINES WS-NBD-DATE.
003230     05  WS-NBD-YEAR                 PIC 9(04).
003240     05  WS-NBD-MONTH                PIC 9(02).
003250     05  WS-NBD-DAY                  PIC 9(02).
003260 01  WS-NBD-DAYS-AHEAD               PIC 9(01) COMP VALUE ZERO.
003270
003280 01  WS-RUN-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
003290 01  WS-ZELLER-WORK.
003300     05  WS-Z-YEAR                   PIC 9(04) COMP VALUE ZERO.
003310     05  WS-Z-MONTH                  PIC 9(02) COMP VALUE ZERO.
003320     05  WS-Z-DAY                    PIC 9(02) COMP VALUE ZERO.
003330     05  WS-Z-CENTURY                PIC 9(02) COMP VALUE ZERO.
003340     05  WS-Z-YEAR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
003350     05  WS-Z-MONTH-TERM             PIC 9(03) COMP VALUE ZERO.
003360     05  WS-Z-SUM                    PIC 9(05) COMP VALUE ZERO.
003370     05  WS-Z-QUOTIENT               PIC 9(05) COMP VALUE ZERO.
003380     05  WS-Z-REMAINDER              PIC 9(02) COMP VALUE ZERO.
003390
003400 01  WS-MONTH-DAY-VALUES             PIC X(24)
003410     VALUE '312831303130313130313031'.
003420 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
003430     05  WS-MONTH-DAYS OCCURS 12 TIMES
003440                                     PIC 9(02).
003450 01  WS-MONTH-LIMIT                  PIC 9(02) VALUE ZERO.
003460 01  WS-LEAP-WORK.
003470     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
003480     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
003490     05  WS-LEAP-FLAG                PIC X(01) VALUE 'N'.
003500         88  WS-LEAP-YEAR                  VALUE 'Y'.
003510
003520 01  WS-DAY-NAME-VALUES.
003530     05  FILLER                      PIC X(36)
003540         VALUE 'Monday   Tuesday  WednesdayThursday '.
003550     05  FILLER                      PIC X(27)
003560         VALUE 'Friday   Saturday Sunday   '.
003570     05  FILLER                      PIC X(36)
003580         VALUE 'Lundi    Mardi    Mercredi Jeudi    '.
003590     05  FILLER                      PIC X(27)
003600         VALUE 'Vendredi Samedi   Dimanche '.
003610     05  FILLER                      PIC X(36)
003620         VALUE 'Lunes    Martes   MiercolesJueves   '.
003630     05  FILLER                      PIC X(27)
003640         VALUE 'Viernes  Sabado   Domingo  '.
003650 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
003660     05  WS-DAY-NAME-LANGUAGE OCCURS 3 TIMES.
003670         10  WS-DAY-NAME OCCURS 7 TIMES
003680                                     PIC X(09).
003690 01  WS-DAY-NAME-SUB                 PIC 9(01) COMP VALUE ZERO.
003700
003710******************************************************************
003720* Wording rules - the table 1900 loads from WORDRULE, and the
003730*     text, type and language 6000 screens against it, with the
003740*     rule broken left in WS-WORD-VIOLATION.
003750******************************************************************
003760 01  WS-WORD-CHECK-TEXT              PIC X(240) VALUE SPACES.
003770 01  WS-WORD-CHECK-TYPE              PIC X(10) VALUE SPACES.
003780 01  WS-WORD-CHECK-LANGUAGE          PIC X(02) VALUE SPACES.
003790 01  WS-WORD-VIOLATION.
003800     05  WS-WORD-VIOLATION-REASON    PIC X(24) VALUE SPACES.
003810     05  FILLER                      PIC X(03) VALUE ' - '.
003820     05  WS-WORD-VIOLATION-PHRASE    PIC X(60) VALUE SPACES.
003830 01  WS-WORD-PHRASE                  PIC X(60) VALUE SPACES.
003840 01  WS-WORD-PHRASE-LENGTH           PIC 9(02) COMP VALUE ZERO.
003850 01  WS-WORD-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
003860 01  WS-WORD-SCAN-LAST               PIC 9(03) COMP VALUE ZERO.
003870 01  WS-WORD-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
003880 01  WS-WORD-RULE-SUB                PIC 9(03) COMP VALUE ZERO.
003890 01  WS-WORD-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
003900 01  WS-WORD-RULE-TABLE.
003910     05  WS-WORD-RULE-ENTRY OCCURS 100 TIMES.
003920         10  WS-WRT-RULE-TYPE        PIC X(01).
003930             88  WS-WRT-PROHIBITED        VALUE 'P'.
003940             88  WS-WRT-REQUIRED          VALUE 'R'.
003950         10  WS-WRT-MESSAGE-TYPE     PIC X(10).
003960         10  WS-WRT-LANGUAGE         PIC X(02).
003970         10  WS-WRT-PHRASE           PIC X(60).
003980         10  WS-WRT-PHRASE-LENGTH    PIC 9(02) COMP.
003990         10  WS-WRT-ACTIVE-FLAG      PIC X(01).
004000             88  WS-WRT-ACTIVE            VALUE 'Y'.
004010 01  WS-LOWER-CASE                   PIC X(26)
004020         VALUE 'abcdefghijklmnopqrstuvwxyz'.
004030 01  WS-UPPER-CASE                   PIC X(26)
004040         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004050******************************************************************
004060* Routing - loaded from ROUTING by 1300 as SAMPLE-PROGRAM loads
004070*     it, with the destinations its active entries name.  2800
004080*     marks the destinations the flash is routed to and counts
004090*     them in WS-DEST-ROUTED-COUNT.
004100******************************************************************
004110 01  WS-ROUTE-COUNT                  PIC 9(03) COMP VALUE ZERO.
004120 01  WS-ROUTE-SUB                    PIC 9(03) COMP VALUE ZERO.
004130 01  WS-ROUTE-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
004140 01  WS-ROUTE-TABLE.
004150     05  WS-ROUTE-ENTRY OCCURS 200 TIMES.
004160         10  WS-RTE-MESSAGE-TYPE     PIC X(10).
004170         10  WS-RTE-LANGUAGE         PIC X(02).
004180         10  WS-RTE-DESTINATION-ID   PIC X(06).
004190         10  WS-RTE-ACTIVE-FLAG      PIC X(01).
004200             88  WS-RTE-ACTIVE            VALUE 'Y'.
004210         10  WS-RTE-DEST-SUB         PIC 9(02) COMP.
004220 01  WS-DEST-COUNT                   PIC 9(02) COMP VALUE ZERO.
004230 01  WS-DEST-SUB                     PIC 9(02) COMP VALUE ZERO.
004240 01  WS-DEST-FOUND-SUB               PIC 9(02) COMP VALUE ZERO.
004250 01  WS-DEST-ROUTED-COUNT            PIC 9(02) COMP VALUE ZERO.
004260 01  WS-CURRENT-DESTINATION          PIC X(06) VALUE SPACES.
004270 01  WS-DEST-TABLE.
004280     05  WS-DEST-ENTRY OCCURS 20 TIMES.
004290         10  WS-DEST-ID              PIC X(06).
004300         10  WS-DEST-ROUTED-SW       PIC X(01).
004310             88  WS-DEST-ROUTED           VALUE 'Y'.
004320
004330 PROCEDURE DIVISION.
004340******************************************************************
004350* 0000-MAINLINE - controls overall program flow.
004360******************************************************************
004370 0000-MAINLINE.
004380     PERFORM 1000-INITIALIZE
004390         THRU 1000-EXIT.
004400     IF RETURN-CODE = 0
004410         PERFORM 2000-FLASH-MESSAGE
004420             THRU 2000-EXIT
004430     END-IF.
004440     PERFORM 9000-TERMINATE
004450         THRU 9000-EXIT.
004460     STOP RUN.
004470
004480******************************************************************
004490* 1000-INITIALIZE - obtains the requesting operator and the key
004500*     to flash, sets the date symbols, opens the master, the
004510*     audit trail and the maintenance log, opens this
004520*     flash's own interface generation and loads the routing.
004530******************************************************************
004540 1000-INITIALIZE.
004550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004560     ACCEPT WS-RUN-TIME FROM TIME.
004570     DIVIDE WS-RUN-TIME BY 100 GIVING WS-BATCH-NUMBER.
004580     PERFORM 1600-COMPUTE-DAY-OF-WEEK
004590         THRU 1600-EXIT.
004600     PERFORM 1700-SET-DATE-SYMBOLS
004610         THRU 1700-EXIT.
004620     DISPLAY 'FLASHRUN: ENTER YOUR OPERATOR ID (8 CHARACTERS)'.
004630     ACCEPT WS-OPERATOR-ID.
004640     PERFORM 1100-PROMPT-FOR-KEY
004650         THRU 1100-EXIT
004660         WITH TEST AFTER
004670         UNTIL WS-KEY-VALID.
004680     OPEN INPUT MESSAGE-MASTER-FILE.
004690     IF NOT WS-MSGMAST-OK
004700         DISPLAY 'FLASHRUN: UNABLE TO OPEN MESSAGE-MASTER FILE, '
004710             'STATUS = ' WS-MSGMAST-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         GO TO 1000-EXIT
004740     END-IF.
004750     SET WS-MSGMAST-OPEN TO TRUE.
004760     OPEN EXTEND AUDIT-TRAIL-FILE.
004770     IF NOT WS-AUDIT-OK
004780         DISPLAY 'FLASHRUN: UNABLE TO OPEN AUDIT-TRAIL FILE, '
004790             'STATUS = ' WS-AUDIT-STATUS
004800         MOVE 16 TO RETURN-CODE
004810         GO TO 1000-EXIT
004820     END-IF.
004830     SET WS-AUDIT-OPEN TO TRUE.
004840     OPEN EXTEND MAINT-LOG-FILE.
004850     IF NOT WS-MAINTLOG-OK
004860         DISPLAY 'FLASHRUN: UNABLE TO OPEN MAINT-LOG FILE, '
004870             'STATUS = ' WS-MAINTLOG-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         GO TO 1000-EXIT
004900     END-IF.
004910     SET WS-MAINTLOG-OPEN TO TRUE.
004920     OPEN OUTPUT INTERFACE-FILE.
004930     IF NOT WS-INTRFACE-OK
004940         DISPLAY 'FLASHRUN: UNABLE TO OPEN INTERFACE FILE, '
004950             'STATUS = ' WS-INTRFACE-STATUS
004960         MOVE 16 TO RETURN-CODE
004970         GO TO 1000-EXIT
004980     END-IF.
004990     SET WS-INTRFACE-OPEN TO TRUE.
005000     PERFORM 1300-LOAD-ROUTING
005010         THRU 1300-EXIT.
005020     IF RETURN-CODE NOT = 0
005030         GO TO 1000-EXIT
005040     END-IF.
005050     PERFORM 1800-LOAD-SYMBOL-VALUES
005060         THRU 1800-EXIT.
005070     PERFORM 1900-LOAD-WORD-RULES
005080         THRU 1900-EXIT.
005090 1000-EXIT.
005100     EXIT.
005110
005120******************************************************************
005130* 1100-PROMPT-FOR-KEY - obtains the six-digit master key to
005140*     flash.
005150******************************************************************
005160 1100-PROMPT-FOR-KEY.
005170     DISPLAY 'FLASHRUN: ENTER THE MESSAGE KEY TO FLASH '
005180         '(6 DIGITS)'.
005190     MOVE SPACES TO WS-KEY-REPLY.
005200     ACCEPT WS-KEY-REPLY.
005210     IF WS-KEY-REPLY-NUM NUMERIC
005220         AND WS-KEY-REPLY-NUM > ZERO
005230         SET WS-KEY-VALID TO TRUE
005240         MOVE WS-KEY-REPLY-NUM TO WS-FLASH-KEY
005250     ELSE
005260         DISPLAY 'FLASHRUN: KEY MUST BE SIX DIGITS, NOT ALL ZERO'
005270     END-IF.
005280 1100-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320* 1300-LOAD-ROUTING - loads the routing file into
005330*     WS-ROUTE-TABLE and builds from its active entries the
005340*     table of destinations, as SAMPLE-PROGRAM does.  Without
005350*     the file the flash has nowhere to go - RC 16.
005360******************************************************************
005370 1300-LOAD-ROUTING.
005380     OPEN INPUT ROUTING-FILE.
005390     IF NOT WS-ROUTING-OK
005400         DISPLAY 'FLASHRUN: UNABLE TO OPEN ROUTING FILE, '
005410             'STATUS = ' WS-ROUTING-STATUS
005420         MOVE 16 TO RETURN-CODE
005430         GO TO 1300-EXIT
005440     END-IF.
005450     PERFORM 1310-LOAD-ONE-ROUTE
005460         THRU 1310-EXIT
005470         UNTIL WS-ROUTING-EOF.
005480     CLOSE ROUTING-FILE.
005490     PERFORM 1330-ADD-ROUTE-DESTINATION
005500         THRU 1330-EXIT
005510         VARYING WS-ROUTE-SUB FROM 1 BY 1
005520         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
005530 1300-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570* 1310-LOAD-ONE-ROUTE - reads one routing entry and adds it to
005580*     the table, or replaces the active flag already held for
005590*     the same type, language and destination.  Entries past
005600*     the table limit are reported and ignored.
005610******************************************************************
005620 1310-LOAD-ONE-ROUTE.
005630     READ ROUTING-FILE
005640         AT END
005650             SET WS-ROUTING-EOF TO TRUE
005660             GO TO 1310-EXIT
005670     END-READ.
005680     IF RT-DESTINATION-ID = SPACES
005690         GO TO 1310-EXIT
005700     END-IF.
005710     MOVE 'N' TO WS-ROUTE-FOUND-SW.
005720     PERFORM 1320-CHECK-ONE-LOADED-ROUTE
005730         THRU 1320-EXIT
005740         VARYING WS-ROUTE-SUB FROM 1 BY 1
005750         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
005760         OR WS-ROUTE-FOUND.
005770     IF NOT WS-ROUTE-FOUND
005780         IF WS-ROUTE-COUNT NOT < 200
005790             DISPLAY 'FLASHRUN: ROUTING TABLE FULL - '
005800                 'DESTINATION ' RT-DESTINATION-ID ' TYPE '
005810                 RT-MESSAGE-TYPE ' IGNORED'
005820             GO TO 1310-EXIT
005830         END-IF
005840         ADD 1 TO WS-ROUTE-COUNT
005850         MOVE WS-ROUTE-COUNT TO WS-ROUTE-FOUND-SUB
005860         MOVE RT-MESSAGE-TYPE
005870             TO WS-RTE-MESSAGE-TYPE (WS-ROUTE-FOUND-SUB)
005880         MOVE RT-LANGUAGE-CODE
005890             TO WS-RTE-LANGUAGE (WS-ROUTE-FOUND-SUB)
005900         MOVE RT-DESTINATION-ID
005910             TO WS-RTE-DESTINATION-ID (WS-ROUTE-FOUND-SUB)
005920     END-IF.
005930     MOVE RT-ACTIVE-FLAG
005940         TO WS-RTE-ACTIVE-FLAG (WS-ROUTE-FOUND-SUB).
005950 1310-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990* 1320-CHECK-ONE-LOADED-ROUTE - marks the entry just read found
006000*     when the current table entry is the same route.
006010******************************************************************
006020 1320-CHECK-ONE-LOADED-ROUTE.
006030     IF WS-RTE-MESSAGE-TYPE (WS-ROUTE-SUB) = RT-MESSAGE-TYPE
006040         AND WS-RTE-LANGUAGE (WS-ROUTE-SUB) = RT-LANGUAGE-CODE
006050         AND WS-RTE-DESTINATION-ID (WS-ROUTE-SUB)
006060             = RT-DESTINATION-ID
006070         SET WS-ROUTE-FOUND TO TRUE
006080         MOVE WS-ROUTE-SUB TO WS-ROUTE-FOUND-SUB
006090     END-IF.
006100 1320-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140* 1330-ADD-ROUTE-DESTINATION - ties one loaded route to its
006150*     entry in the destination table, adding the destination
006160*     the first time an active route names it.  An inactive
006170*     route, or one whose destination will not fit, never
006180*     routes the flash.
006190******************************************************************
006200 1330-ADD-ROUTE-DESTINATION.
006210     MOVE ZERO TO WS-RTE-DEST-SUB (WS-ROUTE-SUB).
006220     IF NOT WS-RTE-ACTIVE (WS-ROUTE-SUB)
006230         GO TO 1330-EXIT
006240     END-IF.
006250     MOVE WS-RTE-DESTINATION-ID (WS-ROUTE-SUB)
006260         TO WS-CURRENT-DESTINATION.
006270     MOVE ZERO TO WS-DEST-FOUND-SUB.
006280     PERFORM 1350-CHECK-ONE-DESTINATION
006290         THRU 1350-EXIT
006300         VARYING WS-DEST-SUB FROM 1 BY 1
006310         UNTIL WS-DEST-SUB > WS-DEST-COUNT
006320         OR WS-DEST-FOUND-SUB > ZERO.
006330     IF WS-DEST-FOUND-SUB = ZERO
006340         IF WS-DEST-COUNT NOT < 20
006350             DISPLAY 'FLASHRUN: DESTINATION TABLE FULL - '
006360                 WS-CURRENT-DESTINATION ' IGNORED'
006370             GO TO 1330-EXIT
006380         END-IF
006390         ADD 1 TO WS-DEST-COUNT
006400         MOVE WS-DEST-COUNT TO WS-DEST-FOUND-SUB
006410         MOVE WS-CURRENT-DESTINATION
006420             TO WS-DEST-ID (WS-DEST-FOUND-SUB)
006430         MOVE 'N' TO WS-DEST-ROUTED-SW (WS-DEST-FOUND-SUB)
006440     END-IF.
006450     MOVE WS-DEST-FOUND-SUB TO WS-RTE-DEST-SUB (WS-ROUTE-SUB).
006460 1330-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500* 1350-CHECK-ONE-DESTINATION - notes the current destination
006510*     table entry when it is WS-CURRENT-DESTINATION.
006520******************************************************************
006530 1350-CHECK-ONE-DESTINATION.
006540     IF WS-DEST-ID (WS-DEST-SUB) = WS-CURRENT-DESTINATION
006550         MOVE WS-DEST-SUB TO WS-DEST-FOUND-SUB
006560     END-IF.
006570 1350-EXIT.
006580     EXIT.
006590******************************************************************
006600* 1400-WRITE-INTERFACE-HEADER - opens one destination's flash
006610*     transmission with a header carrying the run date/time,
006620*     the batch number (run time to the second) and the
006630*     destination, flagged as a flash batch so the downstream
006640*     load, ACKMATCH and RECON-REPORT keep it apart from the
006650*     day's scheduled batch.
006660******************************************************************
006670 1400-WRITE-INTERFACE-HEADER.
006680     MOVE SPACES          TO IF-INTERFACE-RECORD.
006690     SET IF-HEADER-RECORD TO TRUE.
006700     MOVE WS-RUN-DATE     TO IF-HEADER-RUN-DATE.
006710     MOVE WS-RUN-TIME     TO IF-HEADER-RUN-TIME.
006720     MOVE WS-BATCH-NUMBER TO IF-BATCH-NUMBER.
006730     MOVE ZERO            TO IF-ORIG-BATCH-NUMBER.
006740     SET IF-FLASH-BATCH   TO TRUE.
006750     MOVE WS-CURRENT-DESTINATION TO IF-DESTINATION-ID.
006760     WRITE IF-INTERFACE-RECORD.
006770 1400-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 1600-COMPUTE-DAY-OF-WEEK - works out today's day of the week
006820*     (1 = Monday through 7 = Sunday) from the run date by
006830*     Zeller's congruence, as SAMPLE-PROGRAM does, for the
006840*     DAYNAME and NEXTBUSDAY symbols.
006850******************************************************************
006860 1600-COMPUTE-DAY-OF-WEEK.
006870     MOVE WS-RUN-YEAR  TO WS-Z-YEAR.
006880     MOVE WS-RUN-MONTH TO WS-Z-MONTH.
006890     MOVE WS-RUN-DAY   TO WS-Z-DAY.
006900     IF WS-Z-MONTH < 3
006910         ADD 12 TO WS-Z-MONTH
006920         SUBTRACT 1 FROM WS-Z-YEAR
006930     END-IF.
006940     DIVIDE WS-Z-YEAR BY 100
006950         GIVING WS-Z-CENTURY
006960         REMAINDER WS-Z-YEAR-OF-CENT.
006970     COMPUTE WS-Z-MONTH-TERM = 13 * (WS-Z-MONTH + 1).
006980     DIVIDE WS-Z-MONTH-TERM BY 5
006990         GIVING WS-Z-MONTH-TERM.
007000     COMPUTE WS-Z-SUM = WS-Z-DAY + WS-Z-MONTH-TERM
007010         + WS-Z-YEAR-OF-CENT.
007020     DIVIDE WS-Z-YEAR-OF-CENT BY 4
007030         GIVING WS-Z-QUOTIENT.
007040     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
007050     DIVIDE WS-Z-CENTURY BY 4
007060         GIVING WS-Z-QUOTIENT.
007070     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
007080     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENTURY).
007090     DIVIDE WS-Z-SUM BY 7
007100         GIVING WS-Z-QUOTIENT
007110         REMAINDER WS-Z-REMAINDER.
007120     COMPUTE WS-Z-SUM = WS-Z-REMAINDER + 5.
007130     DIVIDE WS-Z-SUM BY 7
007140         GIVING WS-Z-QUOTIENT
007150         REMAINDER WS-Z-REMAINDER.
007160     COMPUTE WS-RUN-DAY-OF-WEEK = WS-Z-REMAINDER + 1.
007170 1600-EXIT.
007180     EXIT.
007190
007200******************************************************************
007210* 1700-SET-DATE-SYMBOLS - builds the values of the RUNDATE and
007220*     NEXTBUSDAY symbols, both as YYYY-MM-DD.  The next
007230*     business day is the next Monday-to-Friday date after the
007240*     run date - no holiday calendar is consulted.
007250******************************************************************
007260 1700-SET-DATE-SYMBOLS.
007270     MOVE WS-RUN-YEAR  TO WS-SDE-YEAR.
007280     MOVE WS-RUN-MONTH TO WS-SDE-MONTH.
007290     MOVE WS-RUN-DAY   TO WS-SDE-DAY.
007300     MOVE WS-SYMBOL-DATE-EDIT TO WS-RUNDATE-VALUE.
007310     MOVE WS-RUN-DATE TO WS-NBD-DATE.
007320     IF WS-RUN-DAY-OF-WEEK = 5
007330         MOVE 3 TO WS-NBD-DAYS-AHEAD
007340     ELSE
007350         IF WS-RUN-DAY-OF-WEEK = 6
007360             MOVE 2 TO WS-NBD-DAYS-AHEAD
007370         ELSE
007380             MOVE 1 TO WS-NBD-DAYS-AHEAD
007390         END-IF
007400     END-IF.
007410     PERFORM 1750-ADVANCE-NBD-DATE
007420         THRU 1750-EXIT
007430         WS-NBD-DAYS-AHEAD TIMES.
007440     MOVE WS-NBD-YEAR  TO WS-SDE-YEAR.
007450     MOVE WS-NBD-MONTH TO WS-SDE-MONTH.
007460     MOVE WS-NBD-DAY   TO WS-SDE-DAY.
007470     MOVE WS-SYMBOL-DATE-EDIT TO WS-NEXTBUSDAY-VALUE.
007480 1700-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 1750-ADVANCE-NBD-DATE - moves WS-NBD-DATE on by one calendar
007530*     day, rolling the month and year over as needed.
007540******************************************************************
007550 1750-ADVANCE-NBD-DATE.
007560     MOVE WS-MONTH-DAYS (WS-NBD-MONTH) TO WS-MONTH-LIMIT.
007570     IF WS-NBD-MONTH = 2
007580         PERFORM 1760-CHECK-LEAP-YEAR
007590             THRU 1760-EXIT
007600         IF WS-LEAP-YEAR
007610             MOVE 29 TO WS-MONTH-LIMIT
007620         END-IF
007630     END-IF.
007640     ADD 1 TO WS-NBD-DAY.
007650     IF WS-NBD-DAY > WS-MONTH-LIMIT
007660         MOVE 1 TO WS-NBD-DAY
007670         ADD 1 TO WS-NBD-MONTH
007680         IF WS-NBD-MONTH > 12
007690             MOVE 1 TO WS-NBD-MONTH
007700             ADD 1 TO WS-NBD-YEAR
007710         END-IF
007720     END-IF.
007730 1750-EXIT.
007740     EXIT.
007750
007760******************************************************************
007770* 1760-CHECK-LEAP-YEAR - sets WS-LEAP-YEAR for WS-NBD-YEAR by
007780*     the Gregorian rule.
007790******************************************************************
007800 1760-CHECK-LEAP-YEAR.
007810     MOVE 'N' TO WS-LEAP-FLAG.
007820     DIVIDE WS-NBD-YEAR BY 4
007830         GIVING WS-LEAP-QUOTIENT
007840         REMAINDER WS-LEAP-REMAINDER.
007850     IF WS-LEAP-REMAINDER NOT = ZERO
007860         GO TO 1760-EXIT
007870     END-IF.
007880     MOVE 'Y' TO WS-LEAP-FLAG.
007890     DIVIDE WS-NBD-YEAR BY 100
007900         GIVING WS-LEAP-QUOTIENT
007910         REMAINDER WS-LEAP-REMAINDER.
007920     IF WS-LEAP-REMAINDER NOT = ZERO
007930         GO TO 1760-EXIT
007940     END-IF.
007950     MOVE 'N' TO WS-LEAP-FLAG.
007960     DIVIDE WS-NBD-YEAR BY 400
007970         GIVING WS-LEAP-QUOTIENT
007980         REMAINDER WS-LEAP-REMAINDER.
007990     IF WS-LEAP-REMAINDER = ZERO
008000         MOVE 'Y' TO WS-LEAP-FLAG
008010     END-IF.
008020 1760-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 1800-LOAD-SYMBOL-VALUES - loads the named banner symbols from
008070*     SYMVALS into WS-SYMBOL-TABLE.  A later entry for a name
008080*     replaces an earlier one.  Without the file, only the
008090*     built-in date symbols resolve.
008100******************************************************************
008110 1800-LOAD-SYMBOL-VALUES.
008120     OPEN INPUT SYMBOL-VALUE-FILE.
008130     IF NOT WS-SYMVALS-OK
008140         DISPLAY 'FLASHRUN: NO SYMBOL VALUE FILE, STATUS = '
008150             WS-SYMVALS-STATUS ' - DATE SYMBOLS ONLY'
008160         GO TO 1800-EXIT
008170     END-IF.
008180     PERFORM 1850-LOAD-ONE-SYMBOL
008190         THRU 1850-EXIT
008200         UNTIL WS-SYMVALS-EOF.
008210     CLOSE SYMBOL-VALUE-FILE.
008220 1800-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260* 1850-LOAD-ONE-SYMBOL - reads one SYMVALS entry and adds it to
008270*     the symbol table, or replaces the value already held for
008280*     that name.  Entries past the table limit are reported and
008290*     ignored.
008300******************************************************************
008310 1850-LOAD-ONE-SYMBOL.
008320     READ SYMBOL-VALUE-FILE
008330         AT END
008340             SET WS-SYMVALS-EOF TO TRUE
008350             GO TO 1850-EXIT
008360     END-READ.
008370     IF SV-SYMBOL-NAME = SPACES
008380         OR SV-SYMBOL-VALUE = SPACES
008390         GO TO 1850-EXIT
008400     END-IF.
008410     MOVE SV-SYMBOL-NAME TO WS-SCAN-NAME.
008420     MOVE 'N' TO WS-SYMBOL-FOUND-SW.
008430     PERFORM 5090-CHECK-ONE-SYMBOL
008440         THRU 5090-EXIT
008450         VARYING WS-SYMBOL-SUB FROM 1 BY 1
008460         UNTIL WS-SYMBOL-SUB > WS-SYMBOL-COUNT
008470         OR WS-SYMBOL-FOUND.
008480     IF NOT WS-SYMBOL-FOUND
008490         IF WS-SYMBOL-COUNT NOT < 50
008500             DISPLAY 'FLASHRUN: SYMBOL TABLE FULL - '
008510                 SV-SYMBOL-NAME ' IGNORED'
008520             GO TO 1850-EXIT
008530         END-IF
008540         ADD 1 TO WS-SYMBOL-COUNT
008550         MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-FOUND-SUB
008560         MOVE SV-SYMBOL-NAME
008570             TO WS-SYM-NAME (WS-SYMBOL-FOUND-SUB)
008580     END-IF.
008590     MOVE SV-SYMBOL-VALUE TO WS-SCAN-VALUE.
008600     PERFORM 5092-MEASURE-SCAN-VALUE
008610         THRU 5092-EXIT.
008620     MOVE WS-SCAN-VALUE
008630         TO WS-SYM-VALUE (WS-SYMBOL-FOUND-SUB).
008640     MOVE WS-SCAN-VALUE-LENGTH
008650         TO WS-SYM-VALUE-LENGTH (WS-SYMBOL-FOUND-SUB).
008660 1850-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 1900-LOAD-WORD-RULES - loads the prohibited and required
008710*     phrases from the wording-rule file into WS-WORD-RULE-TABLE.
008720*     Without the file there is nothing to screen against - the
008730*     run goes on with a console warning.
008740******************************************************************
008750 1900-LOAD-WORD-RULES.
008760     OPEN INPUT WORDING-RULE-FILE.
008770     IF NOT WS-WORDRULE-OK
008780         DISPLAY 'FLASHRUN: NO WORDING-RULE FILE, STATUS = '
008790             WS-WORDRULE-STATUS ' - WORDING NOT SCREENED'
008800         GO TO 1900-EXIT
008810     END-IF.
008820     PERFORM 1910-LOAD-ONE-WORD-RULE
008830         THRU 1910-EXIT
008840         UNTIL WS-WORDRULE-EOF.
008850     CLOSE WORDING-RULE-FILE.
008860 1900-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 1910-LOAD-ONE-WORD-RULE - reads one wording rule and adds it to
008910*     the table, or replaces the entry already held for the same
008920*     rule type, message type, language and phrase - so a rule
008930*     keyed again inactive is retired.  The phrase is held in
008940*     capitals with its length, so the screen ignores case.
008950*     Rules past the table limit are reported and ignored.
008960******************************************************************
008970 1910-LOAD-ONE-WORD-RULE.
008980     READ WORDING-RULE-FILE
008990         AT END
009000             SET WS-WORDRULE-EOF TO TRUE
009010             GO TO 1910-EXIT
009020     END-READ.
009030     IF WR-PHRASE = SPACES
009040         OR (NOT WR-PROHIBITED AND NOT WR-REQUIRED)
009050         GO TO 1910-EXIT
009060     END-IF.
009070     MOVE WR-PHRASE TO WS-WORD-PHRASE.
009080     INSPECT WS-WORD-PHRASE
009090         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
009100     MOVE 60 TO WS-WORD-PHRASE-LENGTH.
009110     PERFORM 1930-BACK-OVER-PHRASE-BLANK
009120         THRU 1930-EXIT
009130         UNTIL WS-WORD-PHRASE (WS-WORD-PHRASE-LENGTH:1)
009140             NOT = SPACE.
009150     MOVE 'N' TO WS-RULE-FOUND-SW.
009160     PERFORM 1920-CHECK-ONE-LOADED-RULE
009170         THRU 1920-EXIT
009180         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
009190         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
009200         OR WS-RULE-FOUND.
009210     IF NOT WS-RULE-FOUND
009220         IF WS-WORD-RULE-COUNT NOT < 100
009230             DISPLAY 'FLASHRUN: WORDING RULE TABLE FULL - '
009240                 WR-PHRASE ' IGNORED'
009250             GO TO 1910-EXIT
009260         END-IF
009270         ADD 1 TO WS-WORD-RULE-COUNT
009280         MOVE WS-WORD-RULE-COUNT TO WS-WORD-FOUND-SUB
009290         MOVE WR-RULE-TYPE
009300             TO WS-WRT-RULE-TYPE (WS-WORD-FOUND-SUB)
009310         MOVE WR-MESSAGE-TYPE
009320             TO WS-WRT-MESSAGE-TYPE (WS-WORD-FOUND-SUB)
009330         MOVE WR-LANGUAGE-CODE
009340             TO WS-WRT-LANGUAGE (WS-WORD-FOUND-SUB)
009350         MOVE WS-WORD-PHRASE
009360             TO WS-WRT-PHRASE (WS-WORD-FOUND-SUB)
009370         MOVE WS-WORD-PHRASE-LENGTH
009380             TO WS-WRT-PHRASE-LENGTH (WS-WORD-FOUND-SUB)
009390     END-IF.
009400     MOVE WR-ACTIVE-FLAG
009410         TO WS-WRT-ACTIVE-FLAG (WS-WORD-FOUND-SUB).
009420 1910-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460* 1920-CHECK-ONE-LOADED-RULE - marks the rule just read found
009470*     when the current table entry is the same rule.
009480******************************************************************
009490 1920-CHECK-ONE-LOADED-RULE.
009500     IF WS-WRT-RULE-TYPE (WS-WORD-RULE-SUB) = WR-RULE-TYPE
009510         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
009520             = WR-MESSAGE-TYPE
009530         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) = WR-LANGUAGE-CODE
009540         AND WS-WRT-PHRASE (WS-WORD-RULE-SUB) = WS-WORD-PHRASE
009550         SET WS-RULE-FOUND TO TRUE
009560         MOVE WS-WORD-RULE-SUB TO WS-WORD-FOUND-SUB
009570     END-IF.
009580 1920-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* 1930-BACK-OVER-PHRASE-BLANK - steps one position toward the
009630*     front of the phrase past a trailing blank.
009640******************************************************************
009650 1930-BACK-OVER-PHRASE-BLANK.
009660     SUBTRACT 1 FROM WS-WORD-PHRASE-LENGTH.
009670 1930-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710* 2000-FLASH-MESSAGE - reads the key asked for, checks the
009720*     requester's authority for its type, holds it to the
009730*     scheduled run's validation, has the requester confirm
009740*     the resolved text and - for a sensitive type - a second
009750*     operator approve it, then sends it and logs the flash.
009760*     Each refusal sets its return code and leaves the
009770*     generation to be closed empty by 9000-TERMINATE.
009780******************************************************************
009790 2000-FLASH-MESSAGE.
009800     PERFORM 2100-READ-MASTER-RECORD
009810         THRU 2100-EXIT.
009820     IF NOT WS-MASTER-FOUND
009830         DISPLAY 'FLASHRUN: KEY ' WS-FLASH-KEY
009840             ' IS NOT ON THE MESSAGE MASTER'
009850         MOVE 20 TO RETURN-CODE
009860         GO TO 2000-EXIT
009870     END-IF.
009880     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
009890     PERFORM 2200-CHECK-OPERATOR-SECURITY
009900         THRU 2200-EXIT.
009910     IF RETURN-CODE NOT = 0
009920         GO TO 2000-EXIT
009930     END-IF.
009940     PERFORM 2300-VALIDATE-MESSAGE
009950         THRU 2300-EXIT.
009960     IF WS-MESSAGE-INVALID
009970         DISPLAY 'FLASHRUN: KEY ' WS-FLASH-KEY
009980             ' CANNOT BE BROADCAST - REASON ' WS-REJECT-REASON
009990             ' ' WS-SYMBOL-ERROR
010000         IF WS-WORDING-FAILED
010010             DISPLAY 'FLASHRUN: ' WS-WORD-VIOLATION
010020         END-IF
010030         MOVE 8 TO RETURN-CODE
010040         GO TO 2000-EXIT
010050     END-IF.
010060     PERFORM 2400-CONFIRM-FLASH
010070         THRU 2400-EXIT.
010080     IF NOT WS-CONFIRMED
010090         DISPLAY 'FLASHRUN: FLASH CANCELLED - NOTHING SENT'
010100         MOVE 4 TO RETURN-CODE
010110         GO TO 2000-EXIT
010120     END-IF.
010130     MOVE WS-SELECTED-TYPE TO WS-SENSITIVE-TYPE-CHECK.
010140     IF WS-SENSITIVE-TYPE
010150         PERFORM 2500-OBTAIN-APPROVAL
010160             THRU 2500-EXIT
010170         IF RETURN-CODE NOT = 0
010180             GO TO 2000-EXIT
010190         END-IF
010200     END-IF.
010210     PERFORM 2600-SEND-FLASH
010220         THRU 2600-EXIT.
010230     PERFORM 2700-WRITE-LOG-RECORD
010240         THRU 2700-EXIT.
010250     DISPLAY 'FLASHRUN: FLASH BATCH ' WS-BATCH-NUMBER
010260         ' SENT FOR KEY ' WS-FLASH-KEY ' TO '
010270         WS-DEST-ROUTED-COUNT ' DESTINATIONS'.
010280 2000-EXIT.
010290     EXIT.
010300
010310******************************************************************
010320* 2100-READ-MASTER-RECORD - reads the master record for the key
010330*     entered and notes its type and language (blank = EN).
010340******************************************************************
010350 2100-READ-MASTER-RECORD.
010360     MOVE 'N' TO WS-MASTER-FOUND-SW.
010370     MOVE WS-FLASH-KEY TO MM-RECORD-KEY.
010380     READ MESSAGE-MASTER-FILE
010390         KEY IS MM-RECORD-KEY
010400         INVALID KEY
010410             CONTINUE
010420         NOT INVALID KEY
010430             SET WS-MASTER-FOUND TO TRUE
010440     END-READ.
010450     IF NOT WS-MASTER-FOUND
010460         GO TO 2100-EXIT
010470     END-IF.
010480     MOVE MM-MESSAGE-TYPE TO WS-SELECTED-TYPE.
010490     MOVE MM-LANGUAGE-CODE TO WS-RECORD-LANGUAGE.
010500     IF WS-RECORD-LANGUAGE = SPACES
010510         MOVE 'EN' TO WS-RECORD-LANGUAGE
010520     END-IF.
010530 2100-EXIT.
010540     EXIT.
010550
010560******************************************************************
010570* 2200-CHECK-OPERATOR-SECURITY - validates WS-CHECK-OPERATOR-ID
010580*     - the requester, or the approver of a sensitive flash -
010590*     against the OPERSEC security master, as MSGMAINT does.
010600*     An unknown or inactive ID, an operator not authorized
010610*     for the record's type, or a security master that cannot
010620*     be read at all refuses the flash - RC 12 - with the
010630*     attempt logged.
010640******************************************************************
010650 2200-CHECK-OPERATOR-SECURITY.
010660     MOVE SPACES TO WS-DENIAL-REASON.
010670     MOVE 'N' TO WS-OPERSEC-EOF-SW.
010680     MOVE 'N' TO WS-OPERATOR-FOUND-SW.
010690     OPEN INPUT OPERATOR-SECURITY-FILE.
010700     IF NOT WS-OPERSEC-OK
010710         DISPLAY 'FLASHRUN: UNABLE TO OPEN OPERATOR SECURITY '
010720             'FILE, STATUS = ' WS-OPERSEC-STATUS
010730         MOVE 'SECURITY FILE UNAVAILABLE' TO WS-DENIAL-REASON
010740         PERFORM 2280-LOG-DENIED-ATTEMPT
010750             THRU 2280-EXIT
010760         MOVE 12 TO RETURN-CODE
010770         GO TO 2200-EXIT
010780     END-IF.
010790     PERFORM 2210-READ-OPERATOR-RECORD
010800         THRU 2210-EXIT
010810         UNTIL WS-OPERATOR-FOUND
010820         OR WS-OPERSEC-EOF.
010830     CLOSE OPERATOR-SECURITY-FILE.
010840     IF NOT WS-OPERATOR-FOUND
010850         MOVE 'UNKNOWN OPERATOR ID' TO WS-DENIAL-REASON
010860         GO TO 2200-DENY
010870     END-IF.
010880     IF NOT WS-OPER-ACTIVE
010890         MOVE 'OPERATOR ID INACTIVE' TO WS-DENIAL-REASON
010900         GO TO 2200-DENY
010910     END-IF.
010920     MOVE 'N' TO WS-AUTHORIZED-SW.
010930     PERFORM 2220-CHECK-ONE-AUTH-TYPE
010940         THRU 2220-EXIT
010950         VARYING WS-AUTH-SUB FROM 1 BY 1
010960         UNTIL WS-AUTH-SUB > 5
010970         OR WS-AUTHORIZED.
010980     IF NOT WS-AUTHORIZED
010990         MOVE 'NOT AUTHORIZED FOR TYPE' TO WS-DENIAL-REASON
011000         GO TO 2200-DENY
011010     END-IF.
011020     GO TO 2200-EXIT.
011030 2200-DENY.
011040     DISPLAY 'FLASHRUN: ACCESS DENIED - ' WS-DENIAL-REASON
011050         ' - ' WS-CHECK-OPERATOR-ID.
011060     PERFORM 2280-LOG-DENIED-ATTEMPT
011070         THRU 2280-EXIT.
011080     MOVE 12 TO RETURN-CODE.
011090 2200-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130* 2210-READ-OPERATOR-RECORD - reads one security master record
011140*     and, on a match with the ID being checked, keeps its
011150*     active flag and authorized-type list.
011160******************************************************************
011170 2210-READ-OPERATOR-RECORD.
011180     READ OPERATOR-SECURITY-FILE
011190         AT END
011200             SET WS-OPERSEC-EOF TO TRUE
011210         NOT AT END
011220             IF OS-OPERATOR-ID = WS-CHECK-OPERATOR-ID
011230                 SET WS-OPERATOR-FOUND TO TRUE
011240                 MOVE OS-ACTIVE-FLAG TO WS-OPER-ACTIVE-FLAG
011250                 MOVE OS-AUTH-TYPE-LIST
011260                     TO WS-OPER-AUTH-TYPE-LIST
011270             END-IF
011280     END-READ.
011290 2210-EXIT.
011300     EXIT.
011310
011320******************************************************************
011330* 2220-CHECK-ONE-AUTH-TYPE - checks the record's message type
011340*     against one entry of the operator's authorized-type
011350*     list.
011360******************************************************************
011370 2220-CHECK-ONE-AUTH-TYPE.
011380     IF WS-OPER-AUTH-TYPE (WS-AUTH-SUB) = WS-SELECTED-TYPE
011390         AND WS-SELECTED-TYPE NOT = SPACES
011400         MOVE 'Y' TO WS-AUTHORIZED-SW
011410     END-IF.
011420 2220-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460* 2280-LOG-DENIED-ATTEMPT - appends one maintenance log row,
011470*     action N, recording the date, time, the requesting
011480*     operator, the approver (when one was asked for), the
011490*     denial reason and the message type, so internal audit
011500*     sees every refused flash.
011510******************************************************************
011520 2280-LOG-DENIED-ATTEMPT.
011530     IF WS-MAINTLOG-OPEN
011540         MOVE WS-RUN-DATE        TO ML-CHANGE-DATE
011550         MOVE WS-RUN-TIME        TO ML-CHANGE-TIME
011560         MOVE WS-OPERATOR-ID     TO ML-OPERATOR-ID
011570         MOVE WS-APPROVER-ID     TO ML-SECOND-OPERATOR-ID
011574         MOVE WS-SELECTED-TYPE   TO ML-MESSAGE-TYPE
011580         MOVE SPACES             TO ML-OLD-MESSAGE-TEXT
011590         MOVE WS-DENIAL-REASON   TO WS-DENIAL-DETAIL
011600         MOVE WS-SELECTED-TYPE   TO WS-DENIAL-TYPE
011610         MOVE WS-DENIAL-TEXT     TO ML-NEW-MESSAGE-TEXT
011620         SET ML-DENIED-ACTION    TO TRUE
011630         WRITE ML-MAINT-LOG-RECORD
011640     END-IF.
011650 2280-EXIT.
011660     EXIT.
011670
011680******************************************************************
011690* 2300-VALIDATE-MESSAGE - holds the record to the scheduled
011700*     run's rules - refused outside its effective/expiry date
011710*     window, when blank, or when its recorded length
011720*     overflows the text field - then resolves its symbols,
011730*     refusing it SYMB if any will not resolve, and screens
011740*     the resolved text against the wording rules, refusing
011750*     it WORD if it breaks one, and routes it, refusing it
011760*     ROUT if no active route covers it.  The reason codes are
011770*     SAMPLE-PROGRAM's reject reasons.
011780******************************************************************
011790 2300-VALIDATE-MESSAGE.
011800     SET WS-MESSAGE-VALID TO TRUE.
011810     MOVE SPACES TO WS-REJECT-REASON.
011820     MOVE SPACES TO WS-SYMBOL-ERROR.
011830     IF WS-RUN-DATE < MM-EFFECTIVE-DATE
011840         SET WS-MESSAGE-INVALID TO TRUE
011850         MOVE 'NEFF' TO WS-REJECT-REASON
011860         GO TO 2300-EXIT
011870     END-IF.
011880     IF NOT MM-NO-EXPIRY
011890         AND WS-RUN-DATE > MM-EXPIRY-DATE
011900         SET WS-MESSAGE-INVALID TO TRUE
011910         MOVE 'EXPD' TO WS-REJECT-REASON
011920         GO TO 2300-EXIT
011930     END-IF.
011940     IF MM-MESSAGE-TEXT = SPACES
011950         SET WS-MESSAGE-INVALID TO TRUE
011960         MOVE 'BLNK' TO WS-REJECT-REASON
011970         GO TO 2300-EXIT
011980     END-IF.
011990     IF MM-MESSAGE-LENGTH > 240
012000         SET WS-MESSAGE-INVALID TO TRUE
012010         MOVE 'LOVF' TO WS-REJECT-REASON
012020         GO TO 2300-EXIT
012030     END-IF.
012040     PERFORM 5000-RESOLVE-SYMBOLS
012050         THRU 5000-EXIT.
012060     IF WS-SYMBOLS-FAILED
012070         SET WS-MESSAGE-INVALID TO TRUE
012080         MOVE 'SYMB' TO WS-REJECT-REASON
012090         GO TO 2300-EXIT
012100     END-IF.
012110     MOVE WS-RESOLVED-MESSAGE TO WS-WORD-CHECK-TEXT.
012120     MOVE MM-MESSAGE-TYPE     TO WS-WORD-CHECK-TYPE.
012130     MOVE WS-RECORD-LANGUAGE  TO WS-WORD-CHECK-LANGUAGE.
012140     PERFORM 6000-CHECK-WORDING
012150         THRU 6000-EXIT.
012160     IF WS-WORDING-FAILED
012170         SET WS-MESSAGE-INVALID TO TRUE
012180         MOVE 'WORD' TO WS-REJECT-REASON
012190         GO TO 2300-EXIT
012200     END-IF.
012210     PERFORM 2800-ROUTE-MESSAGE
012220         THRU 2800-EXIT.
012230     IF WS-DEST-ROUTED-COUNT = ZERO
012240         SET WS-MESSAGE-INVALID TO TRUE
012250         MOVE 'ROUT' TO WS-REJECT-REASON
012260     END-IF.
012270 2300-EXIT.
012280     EXIT.
012290
012300******************************************************************
012310* 2400-CONFIRM-FLASH - shows the requester exactly what would
012320*     go out and asks for confirmation.
012330******************************************************************
012340 2400-CONFIRM-FLASH.
012350     PERFORM 2450-DISPLAY-FLASH
012360         THRU 2450-EXIT.
012370     DISPLAY 'FLASHRUN: BROADCAST THIS MESSAGE NOW (Y/N)?'.
012380     ACCEPT WS-CONFIRM-REPLY.
012390     IF WS-CONFIRM-REPLY = 'Y' OR WS-CONFIRM-REPLY = 'y'
012400         SET WS-CONFIRMED TO TRUE
012410     ELSE
012420         MOVE 'N' TO WS-CONFIRM-SW
012430     END-IF.
012440 2400-EXIT.
012450     EXIT.
012460
012470******************************************************************
012480* 2450-DISPLAY-FLASH - shows the key, type, language, the
012490*     resolved text of the flash and how many destinations it
012500*     goes to.
012510******************************************************************
012520 2450-DISPLAY-FLASH.
012530     DISPLAY 'FLASHRUN: KEY ' WS-FLASH-KEY ' TYPE '
012540         WS-SELECTED-TYPE ' LANGUAGE ' WS-RECORD-LANGUAGE.
012550     DISPLAY 'FLASHRUN: TEXT - ' WS-RESOLVED-MESSAGE.
012560     DISPLAY 'FLASHRUN: ROUTED TO ' WS-DEST-ROUTED-COUNT
012570         ' DESTINATIONS'.
012580 2450-EXIT.
012590     EXIT.
012600
012610******************************************************************
012620* 2500-OBTAIN-APPROVAL - enforces the two-person rule on a
012630*     sensitive type.  The approver must be a different
012640*     operator, active and authorized for the type, and must
012650*     approve the text shown.  An approver who fails security
012660*     refuses the flash RC 12; approval withheld refuses it
012670*     RC 8.  Either way the attempt is logged.
012680******************************************************************
012690 2500-OBTAIN-APPROVAL.
012700     DISPLAY 'FLASHRUN: TYPE ' WS-SELECTED-TYPE ' IS SENSITIVE '
012710         '- A SECOND OPERATOR MUST APPROVE THIS FLASH'.
012720     DISPLAY 'FLASHRUN: APPROVER - ENTER YOUR OPERATOR ID '
012730         '(8 CHARACTERS)'.
012740     ACCEPT WS-APPROVER-ID.
012750     IF WS-APPROVER-ID = WS-OPERATOR-ID
012760         OR WS-APPROVER-ID = SPACES
012770         DISPLAY 'FLASHRUN: A DIFFERENT OPERATOR MUST APPROVE '
012780             'THIS FLASH - NOTHING SENT'
012790         MOVE 'APPROVER SAME AS REQUESTER' TO WS-DENIAL-REASON
012800         PERFORM 2280-LOG-DENIED-ATTEMPT
012810             THRU 2280-EXIT
012820         MOVE 12 TO RETURN-CODE
012830         GO TO 2500-EXIT
012840     END-IF.
012850     MOVE WS-APPROVER-ID TO WS-CHECK-OPERATOR-ID.
012860     PERFORM 2200-CHECK-OPERATOR-SECURITY
012870         THRU 2200-EXIT.
012880     IF RETURN-CODE NOT = 0
012890         GO TO 2500-EXIT
012900     END-IF.
012910     PERFORM 2450-DISPLAY-FLASH
012920         THRU 2450-EXIT.
012930     DISPLAY 'FLASHRUN: REQUESTED BY ' WS-OPERATOR-ID.
012940     PERFORM 2550-PROMPT-FOR-DECISION
012950         THRU 2550-EXIT
012960         WITH TEST AFTER
012970         UNTIL WS-DECISION-VALID.
012980     IF WS-DECISION-REJECT
012990         DISPLAY 'FLASHRUN: APPROVAL WITHHELD - NOTHING SENT'
013000         MOVE 'FLASH APPROVAL WITHHELD' TO WS-DENIAL-REASON
013010         PERFORM 2280-LOG-DENIED-ATTEMPT
013020             THRU 2280-EXIT
013030         MOVE 8 TO RETURN-CODE
013040     END-IF.
013050 2500-EXIT.
013060     EXIT.
013070
013080******************************************************************
013090* 2550-PROMPT-FOR-DECISION - obtains the approver's decision -
013100*     A approves the flash, R rejects it.
013110******************************************************************
013120 2550-PROMPT-FOR-DECISION.
013130     DISPLAY 'FLASHRUN: ENTER DECISION - A = APPROVE, '
013140         'R = REJECT'.
013150     ACCEPT WS-DECISION-CODE.
013160     IF WS-DECISION-CODE = 'a'
013170         MOVE 'A' TO WS-DECISION-CODE
013180     END-IF.
013190     IF WS-DECISION-CODE = 'r'
013200         MOVE 'R' TO WS-DECISION-CODE
013210     END-IF.
013220     IF NOT WS-DECISION-VALID
013230         DISPLAY 'FLASHRUN: DECISION MUST BE A OR R'
013240     END-IF.
013250 2550-EXIT.
013260     EXIT.
013270
013280******************************************************************
013290* 2600-SEND-FLASH - displays the resolved message, sends it to
013300*     each destination it is routed to by 2610, and appends its
013310*     audit detail row marked out-of-cycle.  Only a flash that
013320*     goes out counts as a record read, so a refused flash
013330*     balances at zero.
013340******************************************************************
013350 2600-SEND-FLASH.
013360     DISPLAY WS-RESOLVED-MESSAGE.
013370     ADD 1 TO WS-RECORDS-READ-COUNT.
013380     SET WS-FLASH-SENT TO TRUE.
013390     PERFORM 2610-SEND-ONE-DESTINATION
013400         THRU 2610-EXIT
013410         VARYING WS-DEST-SUB FROM 1 BY 1
013420         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
013430     MOVE WS-RUN-DATE         TO AU-JOB-DATE.
013440     MOVE WS-RUN-TIME         TO AU-JOB-TIME.
013450     MOVE RETURN-CODE         TO AU-RETURN-CODE.
013460     MOVE WS-RESOLVED-MESSAGE TO AU-MESSAGE-TEXT.
013470     SET AU-DETAIL-RECORD     TO TRUE.
013480     MOVE ZERO                TO AU-RECORDS-READ.
013490     MOVE MM-RECORD-KEY       TO AU-RECORD-KEY.
013500     MOVE MM-MESSAGE-TYPE     TO AU-MESSAGE-TYPE.
013510     SET AU-OUT-OF-CYCLE      TO TRUE.
013520     WRITE AU-AUDIT-RECORD.
013530 2600-EXIT.
013540     EXIT.
013550
013560******************************************************************
013570* 2610-SEND-ONE-DESTINATION - when the flash is routed to this
013580*     destination, writes its one-detail flash batch - header,
013590*     detail and trailer - and a routed-copy audit row marked
013600*     out-of-cycle naming the destination.
013610******************************************************************
013620 2610-SEND-ONE-DESTINATION.
013630     IF NOT WS-DEST-ROUTED (WS-DEST-SUB)
013640         GO TO 2610-EXIT
013650     END-IF.
013660     MOVE WS-DEST-ID (WS-DEST-SUB) TO WS-CURRENT-DESTINATION.
013670     PERFORM 1400-WRITE-INTERFACE-HEADER
013680         THRU 1400-EXIT.
013690     MOVE SPACES              TO IF-INTERFACE-RECORD.
013700     SET IF-DETAIL-RECORD     TO TRUE.
013710     MOVE WS-RESOLVED-MESSAGE TO IF-MESSAGE-TEXT.
013720     MOVE WS-RUN-DATE         TO IF-RUN-DATE.
013730     MOVE WS-RUN-TIME         TO IF-RUN-TIME.
013740     MOVE WS-RECORD-LANGUAGE  TO IF-LANGUAGE-CODE.
013750     MOVE WS-CURRENT-DESTINATION TO IF-DESTINATION-ID.
013760     WRITE IF-INTERFACE-RECORD.
013770     MOVE 1                   TO WS-INTERFACE-COUNT.
013780     MOVE WS-RESOLVED-LENGTH  TO WS-HASH-TOTAL.
013790     PERFORM 8100-WRITE-INTERFACE-TRAILER
013800         THRU 8100-EXIT.
013810     MOVE WS-RUN-DATE         TO AU-JOB-DATE.
013820     MOVE WS-RUN-TIME         TO AU-JOB-TIME.
013830     MOVE RETURN-CODE         TO AU-RETURN-CODE.
013840     MOVE WS-RESOLVED-MESSAGE TO AU-MESSAGE-TEXT.
013850     SET AU-ROUTED-RECORD     TO TRUE.
013860     MOVE SPACES              TO AU-ROUTED-DATA.
013870     MOVE WS-CURRENT-DESTINATION TO AU-DESTINATION-ID.
013880     MOVE MM-RECORD-KEY       TO AU-RECORD-KEY.
013890     MOVE MM-MESSAGE-TYPE     TO AU-MESSAGE-TYPE.
013900     SET AU-OUT-OF-CYCLE      TO TRUE.
013910     WRITE AU-AUDIT-RECORD.
013920     DISPLAY 'FLASHRUN: FLASH SENT TO DESTINATION '
013930         WS-CURRENT-DESTINATION.
013940 2610-EXIT.
013950     EXIT.
013960******************************************************************
013970* 2700-WRITE-LOG-RECORD - logs the flash to the maintenance
013980*     log, action F - requester, approver (sensitive types
013990*     only), the text sent, and the key, type, language,
014000*     flash batch number and number of destinations.
014010******************************************************************
014020 2700-WRITE-LOG-RECORD.
014030     MOVE WS-RUN-DATE         TO ML-CHANGE-DATE.
014040     MOVE WS-RUN-TIME         TO ML-CHANGE-TIME.
014050     MOVE WS-OPERATOR-ID      TO ML-OPERATOR-ID.
014060     MOVE WS-APPROVER-ID      TO ML-SECOND-OPERATOR-ID.
014064     MOVE WS-SELECTED-TYPE    TO ML-MESSAGE-TYPE.
014070     MOVE WS-RESOLVED-MESSAGE TO ML-OLD-MESSAGE-TEXT.
014080     MOVE WS-FLASH-KEY        TO WS-FL-KEY.
014090     MOVE WS-SELECTED-TYPE    TO WS-FL-TYPE.
014100     MOVE WS-RECORD-LANGUAGE  TO WS-FL-LANGUAGE.
014110     MOVE WS-BATCH-NUMBER     TO WS-FL-BATCH.
014120     MOVE WS-DEST-ROUTED-COUNT TO WS-FL-DEST-COUNT.
014130     MOVE WS-FLASH-LOG-TEXT   TO ML-NEW-MESSAGE-TEXT.
014140     SET ML-FLASH-ACTION      TO TRUE.
014150     WRITE ML-MAINT-LOG-RECORD.
014160 2700-EXIT.
014170     EXIT.
014180
014190******************************************************************
014200* 2800-ROUTE-MESSAGE - marks each destination with an active
014210*     route covering the record's type and language - a route
014220*     with a blank type or language covers every type or
014230*     language - counting the destinations marked.
014240******************************************************************
014250 2800-ROUTE-MESSAGE.
014260     MOVE ZERO TO WS-DEST-ROUTED-COUNT.
014270     PERFORM 2820-CHECK-ONE-ROUTE
014280         THRU 2820-EXIT
014290         VARYING WS-ROUTE-SUB FROM 1 BY 1
014300         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
014310 2800-EXIT.
014320     EXIT.
014330
014340******************************************************************
014350* 2820-CHECK-ONE-ROUTE - marks the destination of one route
014360*     when the route is in force and covers the record.
014370******************************************************************
014380 2820-CHECK-ONE-ROUTE.
014390     MOVE WS-RTE-DEST-SUB (WS-ROUTE-SUB) TO WS-DEST-FOUND-SUB.
014400     IF WS-DEST-FOUND-SUB = ZERO
014410         GO TO 2820-EXIT
014420     END-IF.
014430     IF WS-DEST-ROUTED (WS-DEST-FOUND-SUB)
014440         GO TO 2820-EXIT
014450     END-IF.
014460     IF (WS-RTE-MESSAGE-TYPE (WS-ROUTE-SUB) = SPACES
014470         OR WS-RTE-MESSAGE-TYPE (WS-ROUTE-SUB)
014480             = MM-MESSAGE-TYPE)
014490         AND (WS-RTE-LANGUAGE (WS-ROUTE-SUB) = SPACES
014500         OR WS-RTE-LANGUAGE (WS-ROUTE-SUB)
014510             = WS-RECORD-LANGUAGE)
014520         MOVE 'Y' TO WS-DEST-ROUTED-SW (WS-DEST-FOUND-SUB)
014530         ADD 1 TO WS-DEST-ROUTED-COUNT
014540     END-IF.
014550 2820-EXIT.
014560     EXIT.
014570******************************************************************
014580* 5000-RESOLVE-SYMBOLS - copies the message text into
014590*     WS-RESOLVED-MESSAGE, replacing each &NAME with its value,
014600*     by SAMPLE-PROGRAM's rules.  A symbol is & followed by a
014610*     capital letter, then letters and digits up to the first
014620*     other character.  && gives a single &; any other & is
014630*     copied as it stands.  Text without a symbol keeps its
014640*     recorded length; otherwise the length is that of the
014650*     resolved text.  Sets WS-SYMBOLS-FAILED, with the cause
014660*     in WS-SYMBOL-ERROR, for an undefined symbol or text
014670*     resolving past 240.
014680******************************************************************
014690 5000-RESOLVE-SYMBOLS.
014700     MOVE SPACES TO WS-RESOLVED-MESSAGE.
014710     MOVE SPACES TO WS-SYMBOL-ERROR.
014720     MOVE 'N' TO WS-SYMBOLS-FAILED-SW.
014730     MOVE 'N' TO WS-SYMBOL-SEEN-SW.
014740     MOVE 240 TO WS-SRC-LENGTH.
014750     PERFORM 5010-FIND-TEXT-END
014760         THRU 5010-EXIT
014770         WITH TEST AFTER
014780         UNTIL WS-SRC-LENGTH = ZERO
014790         OR MM-MESSAGE-TEXT (WS-SRC-LENGTH:1) NOT = SPACE.
014800     MOVE 1 TO WS-SRC-POS.
014810     MOVE 1 TO WS-OUT-POS.
014820     PERFORM 5020-RESOLVE-NEXT-ITEM
014830         THRU 5020-EXIT
014840         UNTIL WS-SRC-POS > WS-SRC-LENGTH
014850         OR WS-SYMBOLS-FAILED.
014860     IF WS-SYMBOLS-FAILED
014870         GO TO 5000-EXIT
014880     END-IF.
014890     IF WS-SYMBOL-SEEN
014900         COMPUTE WS-RESOLVED-LENGTH = WS-OUT-POS - 1
014910     ELSE
014920         MOVE MM-MESSAGE-LENGTH TO WS-RESOLVED-LENGTH
014930     END-IF.
014940 5000-EXIT.
014950     EXIT.
014960
014970******************************************************************
014980* 5010-FIND-TEXT-END - steps WS-SRC-LENGTH back over one
014990*     trailing blank of the message text.
015000******************************************************************
015010 5010-FIND-TEXT-END.
015020     IF MM-MESSAGE-TEXT (WS-SRC-LENGTH:1) = SPACE
015030         SUBTRACT 1 FROM WS-SRC-LENGTH
015040     END-IF.
015050 5010-EXIT.
015060     EXIT.
015070
015080******************************************************************
015090* 5020-RESOLVE-NEXT-ITEM - takes the next character, && pair or
015100*     symbol from the message text at WS-SRC-POS and appends
015110*     what it stands for to WS-RESOLVED-MESSAGE.
015120******************************************************************
015130 5020-RESOLVE-NEXT-ITEM.
015140     MOVE MM-MESSAGE-TEXT (WS-SRC-POS:1) TO WS-SCAN-CHAR.
015150     MOVE SPACE TO WS-NEXT-CHAR.
015160     IF WS-SRC-POS < WS-SRC-LENGTH
015170         MOVE MM-MESSAGE-TEXT (WS-SRC-POS + 1:1) TO WS-NEXT-CHAR
015180     END-IF.
015190     MOVE WS-SCAN-CHAR TO WS-SCAN-VALUE.
015200     MOVE 1 TO WS-SCAN-VALUE-LENGTH.
015210     IF WS-SCAN-CHAR NOT = '&'
015220         ADD 1 TO WS-SRC-POS
015230         GO TO 5020-APPEND-VALUE
015240     END-IF.
015250     IF WS-NEXT-CHAR = '&'
015260         SET WS-SYMBOL-SEEN TO TRUE
015270         ADD 2 TO WS-SRC-POS
015280         GO TO 5020-APPEND-VALUE
015290     END-IF.
015300     IF WS-NEXT-CHAR = SPACE
015310         OR WS-NEXT-CHAR NOT ALPHABETIC-UPPER
015320         ADD 1 TO WS-SRC-POS
015330         GO TO 5020-APPEND-VALUE
015340     END-IF.
015350     SET WS-SYMBOL-SEEN TO TRUE.
015360     PERFORM 5030-SCAN-SYMBOL-NAME
015370         THRU 5030-EXIT.
015380     PERFORM 5040-LOOKUP-SYMBOL
015390         THRU 5040-EXIT.
015400     IF WS-SYMBOLS-FAILED
015410         GO TO 5020-EXIT
015420     END-IF.
015430 5020-APPEND-VALUE.
015440     IF WS-OUT-POS + WS-SCAN-VALUE-LENGTH > 241
015450         SET WS-SYMBOLS-FAILED TO TRUE
015460         MOVE 'RESOLVES PAST 240' TO WS-SYMBOL-ERROR-REASON
015470         GO TO 5020-EXIT
015480     END-IF.
015490     MOVE WS-SCAN-VALUE (1:WS-SCAN-VALUE-LENGTH)
015500         TO WS-RESOLVED-MESSAGE (WS-OUT-POS:WS-SCAN-VALUE-LENGTH).
015510     ADD WS-SCAN-VALUE-LENGTH TO WS-OUT-POS.
015520 5020-EXIT.
015530     EXIT.
015540
015550******************************************************************
015560* 5030-SCAN-SYMBOL-NAME - collects the symbol name following
015570*     the & at WS-SRC-POS into WS-SCAN-NAME, leaving
015580*     WS-SRC-POS on the first character after it.  A name
015590*     longer than ten characters is counted but not kept, so
015600*     it can never match.
015610******************************************************************
015620 5030-SCAN-SYMBOL-NAME.
015630     MOVE SPACES TO WS-SCAN-NAME.
015640     MOVE ZERO TO WS-NAME-LENGTH.
015650     MOVE 'N' TO WS-NAME-DONE-SW.
015660     ADD 1 TO WS-SRC-POS.
015670     PERFORM 5035-SCAN-NAME-CHAR
015680         THRU 5035-EXIT
015690         UNTIL WS-NAME-DONE.
015700 5030-EXIT.
015710     EXIT.
015720
015730******************************************************************
015740* 5035-SCAN-NAME-CHAR - adds the character at WS-SRC-POS to the
015750*     symbol name if it is a capital letter or a digit, or ends
015760*     the name.
015770******************************************************************
015780 5035-SCAN-NAME-CHAR.
015790     IF WS-SRC-POS > WS-SRC-LENGTH
015800         SET WS-NAME-DONE TO TRUE
015810         GO TO 5035-EXIT
015820     END-IF.
015830     MOVE MM-MESSAGE-TEXT (WS-SRC-POS:1) TO WS-SCAN-CHAR.
015840     IF (WS-SCAN-CHAR ALPHABETIC-UPPER
015850         AND WS-SCAN-CHAR NOT = SPACE)
015860         OR WS-SCAN-CHAR NUMERIC
015870         ADD 1 TO WS-NAME-LENGTH
015880         IF WS-NAME-LENGTH NOT > 10
015890             MOVE WS-SCAN-CHAR
015900                 TO WS-SCAN-NAME (WS-NAME-LENGTH:1)
015910         END-IF
015920         ADD 1 TO WS-SRC-POS
015930     ELSE
015940         SET WS-NAME-DONE TO TRUE
015950     END-IF.
015960 5035-EXIT.
015970     EXIT.
015980
015990******************************************************************
016000* 5040-LOOKUP-SYMBOL - puts the value of the symbol in
016010*     WS-SCAN-NAME into WS-SCAN-VALUE and its length into
016020*     WS-SCAN-VALUE-LENGTH - a built-in date symbol first,
016030*     then the SYMVALS table.  An unknown name sets
016040*     WS-SYMBOLS-FAILED.
016050******************************************************************
016060 5040-LOOKUP-SYMBOL.
016070     IF WS-NAME-LENGTH > 10
016080         GO TO 5040-UNDEFINED
016090     END-IF.
016100     IF WS-SCAN-NAME = 'RUNDATE'
016110         MOVE WS-RUNDATE-VALUE TO WS-SCAN-VALUE
016120         MOVE 10 TO WS-SCAN-VALUE-LENGTH
016130         GO TO 5040-EXIT
016140     END-IF.
016150     IF WS-SCAN-NAME = 'NEXTBUSDAY'
016160         MOVE WS-NEXTBUSDAY-VALUE TO WS-SCAN-VALUE
016170         MOVE 10 TO WS-SCAN-VALUE-LENGTH
016180         GO TO 5040-EXIT
016190     END-IF.
016200     IF WS-SCAN-NAME = 'DAYNAME'
016210         PERFORM 5050-SET-DAY-NAME
016220             THRU 5050-EXIT
016230         GO TO 5040-EXIT
016240     END-IF.
016250     MOVE 'N' TO WS-SYMBOL-FOUND-SW.
016260     PERFORM 5090-CHECK-ONE-SYMBOL
016270         THRU 5090-EXIT
016280         VARYING WS-SYMBOL-SUB FROM 1 BY 1
016290         UNTIL WS-SYMBOL-SUB > WS-SYMBOL-COUNT
016300         OR WS-SYMBOL-FOUND.
016310     IF WS-SYMBOL-FOUND
016320         MOVE WS-SYM-VALUE (WS-SYMBOL-FOUND-SUB)
016330             TO WS-SCAN-VALUE
016340         MOVE WS-SYM-VALUE-LENGTH (WS-SYMBOL-FOUND-SUB)
016350             TO WS-SCAN-VALUE-LENGTH
016360         GO TO 5040-EXIT
016370     END-IF.
016380 5040-UNDEFINED.
016390     SET WS-SYMBOLS-FAILED TO TRUE.
016400     MOVE 'UNDEFINED SYMBOL' TO WS-SYMBOL-ERROR-REASON.
016410     MOVE '&' TO WS-SYMBOL-ERROR-NAME.
016420     MOVE WS-SCAN-NAME TO WS-SYMBOL-ERROR-NAME (2:10).
016430 5040-EXIT.
016440     EXIT.
016450
016460******************************************************************
016470* 5050-SET-DAY-NAME - gives the run date's day name in the
016480*     record's language - English, French or Spanish, with
016490*     any other language taking the English name.
016500******************************************************************
016510 5050-SET-DAY-NAME.
016520     MOVE 1 TO WS-DAY-NAME-SUB.
016530     IF WS-RECORD-LANGUAGE = 'FR'
016540         MOVE 2 TO WS-DAY-NAME-SUB
016550     END-IF.
016560     IF WS-RECORD-LANGUAGE = 'ES'
016570         MOVE 3 TO WS-DAY-NAME-SUB
016580     END-IF.
016590     MOVE WS-DAY-NAME (WS-DAY-NAME-SUB, WS-RUN-DAY-OF-WEEK)
016600         TO WS-SCAN-VALUE.
016610     PERFORM 5092-MEASURE-SCAN-VALUE
016620         THRU 5092-EXIT.
016630 5050-EXIT.
016640     EXIT.
016650
016660******************************************************************
016670* 5090-CHECK-ONE-SYMBOL - checks one symbol table entry against
016680*     WS-SCAN-NAME, noting where it was found.
016690******************************************************************
016700 5090-CHECK-ONE-SYMBOL.
016710     IF WS-SYM-NAME (WS-SYMBOL-SUB) = WS-SCAN-NAME
016720         SET WS-SYMBOL-FOUND TO TRUE
016730         MOVE WS-SYMBOL-SUB TO WS-SYMBOL-FOUND-SUB
016740     END-IF.
016750 5090-EXIT.
016760     EXIT.
016770
016780******************************************************************
016790* 5092-MEASURE-SCAN-VALUE - sets WS-SCAN-VALUE-LENGTH to the
016800*     position of the last non-blank in WS-SCAN-VALUE.
016810******************************************************************
016820 5092-MEASURE-SCAN-VALUE.
016830     MOVE 60 TO WS-SCAN-VALUE-LENGTH.
016840     PERFORM 5094-BACK-OVER-BLANK
016850         THRU 5094-EXIT
016860         WITH TEST AFTER
016870         UNTIL WS-SCAN-VALUE-LENGTH = ZERO
016880         OR WS-SCAN-VALUE (WS-SCAN-VALUE-LENGTH:1) NOT = SPACE.
016890 5092-EXIT.
016900     EXIT.
016910
016920******************************************************************
016930* 5094-BACK-OVER-BLANK - steps WS-SCAN-VALUE-LENGTH back over
016940*     one trailing blank.
016950******************************************************************
016960 5094-BACK-OVER-BLANK.
016970     IF WS-SCAN-VALUE (WS-SCAN-VALUE-LENGTH:1) = SPACE
016980         SUBTRACT 1 FROM WS-SCAN-VALUE-LENGTH
016990     END-IF.
017000 5094-EXIT.
017010     EXIT.
017020
017030******************************************************************
017040* 6000-CHECK-WORDING - screens WS-WORD-CHECK-TEXT against the
017050*     wording rules in force for WS-WORD-CHECK-TYPE and
017060*     WS-WORD-CHECK-LANGUAGE (blank = EN) - a rule with a blank
017070*     type or language applies to every type or language.  The
017080*     text fails on the first prohibited phrase it carries or
017090*     the first required phrase it lacks, the rule broken left
017100*     in WS-WORD-VIOLATION.  Case is ignored.
017110******************************************************************
017120 6000-CHECK-WORDING.
017130     MOVE 'N' TO WS-WORDING-FAILED-SW.
017140     MOVE SPACES TO WS-WORD-VIOLATION-REASON.
017150     MOVE SPACES TO WS-WORD-VIOLATION-PHRASE.
017160     IF WS-WORD-CHECK-LANGUAGE = SPACES
017170         MOVE 'EN' TO WS-WORD-CHECK-LANGUAGE
017180     END-IF.
017190     INSPECT WS-WORD-CHECK-TEXT
017200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
017210     PERFORM 6010-CHECK-ONE-WORD-RULE
017220         THRU 6010-EXIT
017230         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
017240         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
017250         OR WS-WORDING-FAILED.
017260 6000-EXIT.
017270     EXIT.
017280
017290******************************************************************
017300* 6010-CHECK-ONE-WORD-RULE - applies one table rule, if it is in
017310*     force and covers the type and language, by looking for its
017320*     phrase at every position of the text.
017330******************************************************************
017340 6010-CHECK-ONE-WORD-RULE.
017350     IF NOT WS-WRT-ACTIVE (WS-WORD-RULE-SUB)
017360         GO TO 6010-EXIT
017370     END-IF.
017380     IF WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB) NOT = SPACES
017390         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
017400             NOT = WS-WORD-CHECK-TYPE
017410         GO TO 6010-EXIT
017420     END-IF.
017430     IF WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) NOT = SPACES
017440         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB)
017450             NOT = WS-WORD-CHECK-LANGUAGE
017460         GO TO 6010-EXIT
017470     END-IF.
017480     MOVE WS-WRT-PHRASE (WS-WORD-RULE-SUB) TO WS-WORD-PHRASE.
017490     MOVE WS-WRT-PHRASE-LENGTH (WS-WORD-RULE-SUB)
017500         TO WS-WORD-PHRASE-LENGTH.
017510     COMPUTE WS-WORD-SCAN-LAST = 241 - WS-WORD-PHRASE-LENGTH.
017520     MOVE 'N' TO WS-PHRASE-FOUND-SW.
017530     PERFORM 6020-MATCH-PHRASE-AT
017540         THRU 6020-EXIT
017550         VARYING WS-WORD-SCAN-POS FROM 1 BY 1
017560         UNTIL WS-WORD-SCAN-POS > WS-WORD-SCAN-LAST
017570         OR WS-PHRASE-FOUND.
017580     IF WS-WRT-PROHIBITED (WS-WORD-RULE-SUB)
017590         AND WS-PHRASE-FOUND
017600         SET WS-WORDING-FAILED TO TRUE
017610         MOVE 'PROHIBITED PHRASE' TO WS-WORD-VIOLATION-REASON
017620         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
017630     END-IF.
017640     IF WS-WRT-REQUIRED (WS-WORD-RULE-SUB)
017650         AND NOT WS-PHRASE-FOUND
017660         SET WS-WORDING-FAILED TO TRUE
017670         MOVE 'REQUIRED PHRASE MISSING'
017680             TO WS-WORD-VIOLATION-REASON
017690         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
017700     END-IF.
017710 6010-EXIT.
017720     EXIT.
017730
017740******************************************************************
017750* 6020-MATCH-PHRASE-AT - marks the phrase found when the text at
017760*     the current scan position starts with it.
017770******************************************************************
017780 6020-MATCH-PHRASE-AT.
017790     IF WS-WORD-CHECK-TEXT
017800             (WS-WORD-SCAN-POS:WS-WORD-PHRASE-LENGTH)
017810         = WS-WORD-PHRASE (1:WS-WORD-PHRASE-LENGTH)
017820         SET WS-PHRASE-FOUND TO TRUE
017830     END-IF.
017840 6020-EXIT.
017850     EXIT.
017860
017870******************************************************************
017880* 8100-WRITE-INTERFACE-TRAILER - closes one destination's
017890*     flash transmission with a trailer carrying the detail
017900*     count and the hash total of the message lengths - one
017910*     detail, or none when the flash was refused.
017920******************************************************************
017930 8100-WRITE-INTERFACE-TRAILER.
017940     MOVE SPACES             TO IF-INTERFACE-RECORD.
017950     SET IF-TRAILER-RECORD   TO TRUE.
017960     MOVE WS-INTERFACE-COUNT TO IF-DETAIL-COUNT.
017970     MOVE WS-HASH-TOTAL      TO IF-HASH-TOTAL.
017980     MOVE WS-CURRENT-DESTINATION TO IF-DESTINATION-ID.
017990     WRITE IF-INTERFACE-RECORD.
018000 8100-EXIT.
018010     EXIT.
018020
018030******************************************************************
018040* 8200-WRITE-RUN-AUDIT-RECORD - appends the run-outcome row for
018050*     this flash, marked out-of-cycle, carrying the return
018060*     code, the records read for balancing, and the batch, key
018070*     and type in the text so RUNLOG-REPORT shows what ran.
018080******************************************************************
018090 8200-WRITE-RUN-AUDIT-RECORD.
018100     MOVE WS-BATCH-NUMBER       TO WS-RT-BATCH.
018110     MOVE WS-FLASH-KEY          TO WS-RT-KEY.
018120     MOVE WS-SELECTED-TYPE      TO WS-RT-TYPE.
018130     MOVE WS-RUN-DATE           TO AU-JOB-DATE.
018140     MOVE WS-RUN-TIME           TO AU-JOB-TIME.
018150     MOVE RETURN-CODE           TO AU-RETURN-CODE.
018160     MOVE WS-RUN-TEXT           TO AU-MESSAGE-TEXT.
018170     SET AU-RUN-RECORD          TO TRUE.
018180     MOVE WS-RECORDS-READ-COUNT TO AU-RECORDS-READ.
018190     MOVE ZERO                  TO AU-RECORD-KEY.
018200     MOVE SPACES                TO AU-MESSAGE-TYPE.
018210     SET AU-OUT-OF-CYCLE        TO TRUE.
018220     WRITE AU-AUDIT-RECORD.
018230 8200-EXIT.
018240     EXIT.
018250
018260******************************************************************
018270* 9000-TERMINATE - closes the flash generation - with a
018280*     header and empty trailer, destination blank, when the
018290*     flash was refused - and writes the run row when those
018300*     files opened, then closes open files before STOP RUN.
018310******************************************************************
018320 9000-TERMINATE.
018330     IF WS-INTRFACE-OPEN
018340         IF NOT WS-FLASH-SENT
018350             MOVE SPACES TO WS-CURRENT-DESTINATION
018360             MOVE ZERO   TO WS-INTERFACE-COUNT
018370             MOVE ZERO   TO WS-HASH-TOTAL
018380             PERFORM 1400-WRITE-INTERFACE-HEADER
018390                 THRU 1400-EXIT
018400             PERFORM 8100-WRITE-INTERFACE-TRAILER
018410                 THRU 8100-EXIT
018420         END-IF
018430         CLOSE INTERFACE-FILE
018440     END-IF.
018450     IF WS-AUDIT-OPEN
018460         PERFORM 8200-WRITE-RUN-AUDIT-RECORD
018470             THRU 8200-EXIT
018480         CLOSE AUDIT-TRAIL-FILE
018490     END-IF.
018500     IF WS-MSGMAST-OPEN
018510         CLOSE MESSAGE-MASTER-FILE
018520     END-IF.
018530     IF WS-MAINTLOG-OPEN
018540         CLOSE MAINT-LOG-FILE
018550     END-IF.
018560 9000-EXIT.
018570     EXIT.
018580
018590 END PROGRAM FLASHRUN.
