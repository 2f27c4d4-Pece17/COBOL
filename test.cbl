001770*                    MSGHIST is the inquiry over those rows.
001780*                    The run-outcome row carries key zero and
001790*                    a blank type.
001800*   2026-10-15  RSW  Banner text may now carry &RUNDATE,
001810*                    &DAYNAME, &NEXTBUSDAY and named business
001820*                    variables from the new SYMVALS file
001830*                    (maintained through SYMMAINT), resolved by
001840*                    2250 as the last validation step - the
001850*                    display, interface, audit row and trailer
001860*                    hash carry the resolved text and length.
001870*                    An undefined symbol, or text resolving
001880*                    past 240 characters, is rejected as SYMB
001890*                    instead of going out with a raw & token.
001892*   2026-10-15  RSW  Audit rows now clear AU-CYCLE-FLAG, marking
001894*                    them as the scheduled run - FLASHRUN marks
001896*                    its out-of-cycle rows 'F'.
001900*   2026-10-15  RSW  A message whose resolved text carries a
001910*                    phrase the wording-rule file prohibits, or
001920*                    lacks one it requires for the type and
001930*                    language, is rejected as WORD - a last gate
001940*                    for text that reached the master without
001950*                    passing the entry-time screen.
001960*   2026-10-15  RSW  Each message now goes to every destination
001970*                    the new ROUTING file (maintained through
001980*                    RTEMAINT) routes its type and language to,
001990*                    and the run cuts one transmission per
002000*                    destination - its own header, details and
002010*                    trailer count and hash - from the details
002020*                    staged on the ROUTWORK work file.  Each
002030*                    copy sent also leaves a routed-copy audit
002040*                    row, for per-destination balancing and
002050*                    retransmission.  A message no active route
002060*                    covers is rejected as ROUT.
002061*   2026-10-15  RSW  A record read but not selected no longer
002062*                    writes an audit detail row and an NSEL
002063*                    reject row - 2070 counts it by type and
002064*                    language, and 2410 writes one not-selected
002065*                    summary row ('S') per pair beside the
002066*                    run-outcome row, so records read still
002067*                    balances to detail rows plus those counts.
002068*                    When the parm card or the calendar names
002069*                    the types, only those types are read,
002070*                    through the message-type alternate index
002071*                    (the MSGMAST1 path DD), instead of the whole
002072*                    cluster.  Checkpoints now carry the count of
002073*                    records read, and a restart resends by that
002074*                    position, the type read not being in key
002075*                    order.
002076******************************************************************

002080 IDENTIFICATION DIVISION.
002090 PROGRAM-ID. SAMPLE-PROGRAM.
002100 AUTHOR. R. S. WINTERS.
002110 INSTALLATION. DATA CENTER SERVICES.
002120 DATE-WRITTEN. 2025-10-07.
002130 DATE-COMPILED.

002140 ENVIRONMENT DIVISION.
002150 CONFIGURATION SECTION.
002160 SOURCE-COMPUTER. IBM-370.
002170 OBJECT-COMPUTER. IBM-370.

002180 INPUT-OUTPUT SECTION.
002190 FILE-CONTROL.
002200     SELECT MESSAGE-MASTER-FILE ASSIGN TO MSGMAST
002210         ORGANIZATION IS INDEXED
002220         ACCESS MODE IS DYNAMIC
002230         RECORD KEY IS MM-RECORD-KEY
002232         ALTERNATE RECORD KEY IS MM-MESSAGE-TYPE
002234             WITH DUPLICATES
002240         FILE STATUS IS WS-MSGMAST-STATUS.

002250     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
002260         ORGANIZATION IS SEQUENTIAL
002270         FILE STATUS IS WS-AUDIT-STATUS.

002280     SELECT REJECT-FILE ASSIGN TO REJECT
002290         ORGANIZATION IS SEQUENTIAL
002300         FILE STATUS IS WS-REJECT-STATUS.

002310     SELECT PARM-CARD-FILE ASSIGN TO PARMCARD
002320         ORGANIZATION IS SEQUENTIAL
002330         FILE STATUS IS WS-PARMCARD-STATUS.

002340     SELECT INTERFACE-FILE ASSIGN TO INTRFACE
002350         ORGANIZATION IS SEQUENTIAL
002360         FILE STATUS IS WS-INTRFACE-STATUS.

002370     SELECT CHECKPOINT-FILE ASSIGN TO CHKPT
002380         ORGANIZATION IS SEQUENTIAL
002390         FILE STATUS IS WS-CHKPT-STATUS.

002400     SELECT SCHEDULE-CALENDAR-FILE ASSIGN TO SCHEDCAL
002410         ORGANIZATION IS SEQUENTIAL
002420         FILE STATUS IS WS-SCHEDCAL-STATUS.

002430     SELECT SYMBOL-VALUE-FILE ASSIGN TO SYMVALS
002440         ORGANIZATION IS SEQUENTIAL
002450         FILE STATUS IS WS-SYMVALS-STATUS.

002460     SELECT WORDING-RULE-FILE ASSIGN TO WORDRULE
002470         ORGANIZATION IS SEQUENTIAL
002480         FILE STATUS IS WS-WORDRULE-STATUS.

002490     SELECT ROUTING-FILE ASSIGN TO ROUTING
002500         ORGANIZATION IS SEQUENTIAL
002510         FILE STATUS IS WS-ROUTING-STATUS.

002520     SELECT ROUTE-WORK-FILE ASSIGN TO ROUTWORK
002530         ORGANIZATION IS SEQUENTIAL
002540         FILE STATUS IS WS-ROUTWORK-STATUS.

002550 DATA DIVISION.
002560 FILE SECTION.
002570 FD  MESSAGE-MASTER-FILE
002580     LABEL RECORDS ARE STANDARD.
002590     COPY MSGMAST.

002600 FD  AUDIT-TRAIL-FILE
002610     RECORDING MODE IS F
002620     LABEL RECORDS ARE STANDARD.
002630     COPY AUDITREC.

002640 FD  REJECT-FILE
002650     RECORDING MODE IS F
002660     LABEL RECORDS ARE STANDARD.
002670     COPY REJCTREC.

002680 FD  PARM-CARD-FILE
002690     RECORDING MODE IS F
002700     LABEL RECORDS ARE STANDARD.
002710     COPY PARMCARD.

002720 FD  INTERFACE-FILE
002730     RECORDING MODE IS F
002740     LABEL RECORDS ARE STANDARD.
002750     COPY INTFREC.

002760 FD  CHECKPOINT-FILE
002770     RECORDING MODE IS F
002780     LABEL RECORDS ARE STANDARD.
002790     COPY CHKPTREC.

002800 FD  SCHEDULE-CALENDAR-FILE
002810     RECORDING MODE IS F
002820     LABEL RECORDS ARE STANDARD.
002830     COPY SCHEDCAL.

002840 FD  SYMBOL-VALUE-FILE
002850     RECORDING MODE IS F
002860     LABEL RECORDS ARE STANDARD.
002870     COPY SYMVAL.

002880 FD  WORDING-RULE-FILE
002890     RECORDING MODE IS F
002900     LABEL RECORDS ARE STANDARD.
002910     COPY WORDRULE.

002920 FD  ROUTING-FILE
002930     RECORDING MODE IS F
002940     LABEL RECORDS ARE STANDARD.
002950     COPY ROUTING.

002960 FD  ROUTE-WORK-FILE
002970     RECORDING MODE IS F
002980     LABEL RECORDS ARE STANDARD.
002990 01  RW-WORK-RECORD                  PIC X(270).

003000 WORKING-STORAGE SECTION.
003010 01  WS-MESSAGE                      PIC X(240) VALUE SPACES.

003020 01  WS-FILE-STATUSES.
003030     05  WS-MSGMAST-STATUS           PIC X(02) VALUE '00'.
003040         88  WS-MSGMAST-OK                VALUE '00'.
003050         88  WS-MSGMAST-EOF                VALUE '10'.
003060     05  WS-AUDIT-STATUS             PIC X(02) VALUE '00'.
003070         88  WS-AUDIT-OK                   VALUE '00'.
003080     05  WS-REJECT-STATUS            PIC X(02) VALUE '00'.
003090         88  WS-REJECT-OK                  VALUE '00'.
003100     05  WS-PARMCARD-STATUS          PIC X(02) VALUE '00'.
003110         88  WS-PARMCARD-OK                VALUE '00'.
003120     05  WS-INTRFACE-STATUS          PIC X(02) VALUE '00'.
003130         88  WS-INTRFACE-OK                VALUE '00'.
003140     05  WS-CHKPT-STATUS             PIC X(02) VALUE '00'.
003150         88  WS-CHKPT-OK                   VALUE '00'.
003160     05  WS-SCHEDCAL-STATUS          PIC X(02) VALUE '00'.
003170         88  WS-SCHEDCAL-OK                VALUE '00'.
003180     05  WS-SYMVALS-STATUS           PIC X(02) VALUE '00'.
003190         88  WS-SYMVALS-OK                 VALUE '00'.
003200     05  WS-WORDRULE-STATUS          PIC X(02) VALUE '00'.
003210         88  WS-WORDRULE-OK               VALUE '00'.
003220     05  WS-ROUTING-STATUS           PIC X(02) VALUE '00'.
003230         88  WS-ROUTING-OK                 VALUE '00'.
003240     05  WS-ROUTWORK-STATUS          PIC X(02) VALUE '00'.
003250         88  WS-ROUTWORK-OK                VALUE '00'.

003260 01  WS-SWITCHES.
003270     05  WS-MSGMAST-OPEN-SW          PIC X(01) VALUE 'N'.
003280         88  WS-MSGMAST-OPEN               VALUE 'Y'.
003290     05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
003300         88  WS-AUDIT-OPEN                  VALUE 'Y'.
003310     05  WS-REJECT-OPEN-SW           PIC X(01) VALUE 'N'.
003320         88  WS-REJECT-OPEN                 VALUE 'Y'.
003330     05  WS-INTRFACE-OPEN-SW         PIC X(01) VALUE 'N'.
003340         88  WS-INTRFACE-OPEN               VALUE 'Y'.
003350     05  WS-MESSAGE-VALID-SW         PIC X(01) VALUE 'Y'.
003360         88  WS-MESSAGE-VALID               VALUE 'Y'.
003370         88  WS-MESSAGE-INVALID             VALUE 'N'.
003380     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
003390         88  WS-EOF                        VALUE 'Y'.
003400     05  WS-CHKPT-OPEN-SW            PIC X(01) VALUE 'N'.
003410         88  WS-CHKPT-OPEN                 VALUE 'Y'.
003420     05  WS-CHKPT-READ-EOF-SW        PIC X(01) VALUE 'N'.
003430         88  WS-CHKPT-READ-EOF             VALUE 'Y'.
003440     05  WS-SCHED-EOF-SW             PIC X(01) VALUE 'N'.
003450         88  WS-SCHED-EOF                  VALUE 'Y'.
003460     05  WS-TYPE-SELECTED-SW         PIC X(01) VALUE 'Y'.
003470         88  WS-TYPE-SELECTED              VALUE 'Y'.
003480         88  WS-TYPE-NOT-SELECTED          VALUE 'N'.
003490     05  WS-SYMVALS-EOF-SW           PIC X(01) VALUE 'N'.
003500         88  WS-SYMVALS-EOF                VALUE 'Y'.
003510     05  WS-SYMBOLS-FAILED-SW        PIC X(01) VALUE 'N'.
003520         88  WS-SYMBOLS-FAILED             VALUE 'Y'.
003530     05  WS-SYMBOL-SEEN-SW           PIC X(01) VALUE 'N'.
003540         88  WS-SYMBOL-SEEN                VALUE 'Y'.
003550     05  WS-SYMBOL-FOUND-SW          PIC X(01) VALUE 'N'.
003560         88  WS-SYMBOL-FOUND               VALUE 'Y'.
003570     05  WS-NAME-DONE-SW             PIC X(01) VALUE 'N'.
003580         88  WS-NAME-DONE                  VALUE 'Y'.
003590     05  WS-WORDRULE-EOF-SW          PIC X(01) VALUE 'N'.
003600         88  WS-WORDRULE-EOF               VALUE 'Y'.
003610     05  WS-RULE-FOUND-SW            PIC X(01) VALUE 'N'.
003620         88  WS-RULE-FOUND                 VALUE 'Y'.
003630     05  WS-PHRASE-FOUND-SW          PIC X(01) VALUE 'N'.
003640         88  WS-PHRASE-FOUND               VALUE 'Y'.
003650     05  WS-WORDING-FAILED-SW        PIC X(01) VALUE 'N'.
003660         88  WS-WORDING-FAILED             VALUE 'Y'.
003670     05  WS-ROUTWORK-OPEN-SW         PIC X(01) VALUE 'N'.
003680         88  WS-ROUTWORK-OPEN              VALUE 'Y'.
003690     05  WS-ROUTWORK-STAGED-SW       PIC X(01) VALUE 'N'.
003700         88  WS-ROUTWORK-STAGED            VALUE 'Y'.
003710     05  WS-ROUTWORK-EOF-SW          PIC X(01) VALUE 'N'.
003720         88  WS-ROUTWORK-EOF               VALUE 'Y'.
003730     05  WS-ROUTING-EOF-SW           PIC X(01) VALUE 'N'.
003740         88  WS-ROUTING-EOF                VALUE 'Y'.
003750     05  WS-ROUTE-FOUND-SW           PIC X(01) VALUE 'N'.
003760         88  WS-ROUTE-FOUND                VALUE 'Y'.
003770     05  WS-RESENDING-SW             PIC X(01) VALUE 'N'.
003780         88  WS-RESENDING                  VALUE 'Y'.
003781     05  WS-READ-BY-TYPE-SW          PIC X(01) VALUE 'N'.
003782         88  WS-READ-BY-TYPE               VALUE 'Y'.
003783     05  WS-TYPE-POSITIONED-SW       PIC X(01) VALUE 'N'.
003784         88  WS-TYPE-POSITIONED            VALUE 'Y'.
003785     05  WS-TYPE-RECORD-READ-SW      PIC X(01) VALUE 'N'.
003786         88  WS-TYPE-RECORD-READ           VALUE 'Y'.
003787     05  WS-READ-TYPE-FOUND-SW       PIC X(01) VALUE 'N'.
003788         88  WS-READ-TYPE-FOUND            VALUE 'Y'.

003790 01  WS-RUN-STAMP.
003800     05  WS-RUN-DATE                 PIC 9(08).
003810     05  WS-RUN-TIME                 PIC 9(08).
003820 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-STAMP.
003830     05  WS-RUN-YEAR                 PIC 9(04).
003840     05  WS-RUN-MONTH                PIC 9(02).
003850     05  WS-RUN-DAY                  PIC 9(02).
003860     05  FILLER                      PIC X(08).

003870 01  WS-REJECT-REASON                PIC X(04) VALUE SPACES.

003880 01  WS-SELECTED-TYPE                PIC X(10) VALUE SPACES.
003890 01  WS-SELECTED-LANGUAGE            PIC X(02) VALUE SPACES.
003900 01  WS-RECORD-LANGUAGE              PIC X(02) VALUE SPACES.

003910 01  WS-RECORDS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.

003920 01  WS-LAST-CHECKPOINT-COUNT        PIC 9(07) COMP VALUE ZERO.

003930 01  WS-CHECKPOINT-INTERVAL          PIC 9(03) COMP VALUE 25.

003940 01  WS-CHECKPOINT-WORK.
003950     05  WS-CHECKPOINT-QUOTIENT      PIC 9(07) COMP VALUE ZERO.
003960     05  WS-CHECKPOINT-REMAINDER     PIC 9(03) COMP VALUE ZERO.

003970 01  WS-BATCH-NUMBER                 PIC 9(06) VALUE ZERO.
003980 01  WS-INTERFACE-COUNT              PIC 9(07) COMP VALUE ZERO.
003990 01  WS-HASH-TOTAL                   PIC 9(11) COMP VALUE ZERO.

004000 01  WS-SCHED-TYPE-COUNT             PIC 9(02) COMP VALUE ZERO.
004010 01  WS-SCHED-SUB                    PIC 9(02) COMP VALUE ZERO.
004020 01  WS-SCHED-TYPE-TABLE.
004030     05  WS-SCHED-ENTRY OCCURS 20 TIMES.
004040         10  WS-SCHED-TYPE           PIC X(10).
004050         10  WS-SCHED-LANG           PIC X(02).
004051 01  WS-READ-TYPE-COUNT              PIC 9(02) COMP VALUE ZERO.
004052 01  WS-READ-TYPE-SUB                PIC 9(02) COMP VALUE ZERO.
004053 01  WS-READ-SCAN-SUB                PIC 9(02) COMP VALUE ZERO.
004054 01  WS-CANDIDATE-TYPE               PIC X(10) VALUE SPACES.
004055 01  WS-READ-TYPE-TABLE.
004056     05  WS-READ-TYPE OCCURS 20 TIMES
004057                                     PIC X(10).
004060 01  WS-RUN-DAY-OF-WEEK              PIC 9(01) VALUE ZERO.
004070 01  WS-ZELLER-WORK.
004080     05  WS-Z-YEAR                   PIC 9(04) COMP VALUE ZERO.
004090     05  WS-Z-MONTH                  PIC 9(02) COMP VALUE ZERO.
004100     05  WS-Z-DAY                    PIC 9(02) COMP VALUE ZERO.
004110     05  WS-Z-CENTURY                PIC 9(02) COMP VALUE ZERO.
004120     05  WS-Z-YEAR-OF-CENT           PIC 9(02) COMP VALUE ZERO.
004130     05  WS-Z-MONTH-TERM             PIC 9(03) COMP VALUE ZERO.
004140     05  WS-Z-SUM                    PIC 9(05) COMP VALUE ZERO.
004150     05  WS-Z-QUOTIENT               PIC 9(05) COMP VALUE ZERO.
004160     05  WS-Z-REMAINDER              PIC 9(02) COMP VALUE ZERO.

004170******************************************************************
004180* Banner symbols.  RUNDATE, DAYNAME and NEXTBUSDAY are set from
004190* the run date by 1700; named symbols are loaded from SYMVALS
004200* by 1800.  2250 resolves the current record's text into
004210* WS-RESOLVED-MESSAGE and WS-RESOLVED-LENGTH.
004220******************************************************************
004230 01  WS-RESOLVED-MESSAGE             PIC X(240) VALUE SPACES.
004240 01  WS-RESOLVED-LENGTH              PIC 9(03) COMP VALUE ZERO.
004250 01  WS-SYMBOL-ERROR.
004260     05  WS-SYMBOL-ERROR-REASON      PIC X(18) VALUE SPACES.
004270     05  WS-SYMBOL-ERROR-NAME        PIC X(11) VALUE SPACES.

004280 01  WS-SYMBOL-WORK.
004290     05  WS-SRC-POS                  PIC 9(03) COMP VALUE ZERO.
004300     05  WS-SRC-LENGTH               PIC 9(03) COMP VALUE ZERO.
004310     05  WS-OUT-POS                  PIC 9(03) COMP VALUE ZERO.
004320     05  WS-NAME-LENGTH              PIC 9(03) COMP VALUE ZERO.
004330     05  WS-SCAN-CHAR                PIC X(01) VALUE SPACE.
004340     05  WS-NEXT-CHAR                PIC X(01) VALUE SPACE.
004350     05  WS-SCAN-NAME                PIC X(10) VALUE SPACES.
004360     05  WS-SCAN-VALUE               PIC X(60) VALUE SPACES.
004370     05  WS-SCAN-VALUE-LENGTH        PIC 9(03) COMP VALUE ZERO.

004380 01  WS-SYMBOL-COUNT                 PIC 9(02) COMP VALUE ZERO.
004390 01  WS-SYMBOL-SUB                   PIC 9(02) COMP VALUE ZERO.
004400 01  WS-SYMBOL-FOUND-SUB             PIC 9(02) COMP VALUE ZERO.
004410 01  WS-SYMBOL-TABLE.
004420     05  WS-SYMBOL-ENTRY OCCURS 50 TIMES.
004430         10  WS-SYM-NAME             PIC X(10).
004440         10  WS-SYM-VALUE            PIC X(60).
004450         10  WS-SYM-VALUE-LENGTH     PIC 9(03) COMP.

004460 01  WS-SYMBOL-DATE-EDIT.
004470     05  WS-SDE-YEAR                 PIC 9(04).
004480     05  FILLER                      PIC X(01) VALUE '-'.
004490     05  WS-SDE-MONTH                PIC 9(02).
004500     05  FILLER                      PIC X(01) VALUE '-'.
004510     05  WS-SDE-DAY                  PIC 9(02).
004520 01  WS-RUNDATE-VALUE                PIC X(10) VALUE SPACES.
004530 01  WS-NEXTBUSDAY-VALUE             PIC X(10) VALUE SPACES.
004540 01  WS-NBD-DATE                     PIC 9(08) VALUE ZERO.
004550 01  WS-NBD-SPLIT REDEFINES WS-NBD-DATE.
004560     05  WS-NBD-YEAR                 PIC 9(04).
004570     05  WS-NBD-MONTH                PIC 9(02).
004580     05  WS-NBD-DAY                  PIC 9(02).
004590 01  WS-NBD-DAYS-AHEAD               PIC 9(01) COMP VALUE ZERO.

004600 01  WS-MONTH-DAY-VALUES             PIC X(24)
004610     VALUE '312831303130313130313031'.
004620 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
004630     05  WS-MONTH-DAYS OCCURS 12 TIMES
004640                                     PIC 9(02).
004650 01  WS-MONTH-LIMIT                  PIC 9(02) VALUE ZERO.
004660 01  WS-LEAP-WORK.
004670     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
004680     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
004690     05  WS-LEAP-FLAG                PIC X(01) VALUE 'N'.
004700         88  WS-LEAP-YEAR                  VALUE 'Y'.

004710 01  WS-DAY-NAME-VALUES.
004720     05  FILLER                      PIC X(36)
004730         VALUE 'Monday   Tuesday  WednesdayThursday '.
004740     05  FILLER                      PIC X(27)
004750         VALUE 'Friday   Saturday Sunday   '.
004760     05  FILLER                      PIC X(36)
004770         VALUE 'Lundi    Mardi    Mercredi Jeudi    '.
004780     05  FILLER                      PIC X(27)
004790         VALUE 'Vendredi Samedi   Dimanche '.
004800     05  FILLER                      PIC X(36)
004810         VALUE 'Lunes    Martes   MiercolesJueves   '.
004820     05  FILLER                      PIC X(27)
004830         VALUE 'Viernes  Sabado   Domingo  '.
004840 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
004850     05  WS-DAY-NAME-LANGUAGE OCCURS 3 TIMES.
004860         10  WS-DAY-NAME OCCURS 7 TIMES
004870                                     PIC X(09).
004880 01  WS-DAY-NAME-SUB                 PIC 9(01) COMP VALUE ZERO.

004890******************************************************************
004900* Wording rules - the table 1900 loads from WORDRULE, and the
004910*     text, type and language 2500 screens against it, with the
004920*     rule broken left in WS-WORD-VIOLATION.
004930******************************************************************
004940 01  WS-WORD-CHECK-TEXT              PIC X(240) VALUE SPACES.
004950 01  WS-WORD-CHECK-TYPE              PIC X(10) VALUE SPACES.
004960 01  WS-WORD-CHECK-LANGUAGE          PIC X(02) VALUE SPACES.
004970 01  WS-WORD-VIOLATION.
004980     05  WS-WORD-VIOLATION-REASON    PIC X(24) VALUE SPACES.
004990     05  FILLER                      PIC X(03) VALUE ' - '.
005000     05  WS-WORD-VIOLATION-PHRASE    PIC X(60) VALUE SPACES.
005010 01  WS-WORD-PHRASE                  PIC X(60) VALUE SPACES.
005020 01  WS-WORD-PHRASE-LENGTH           PIC 9(02) COMP VALUE ZERO.
005030 01  WS-WORD-SCAN-POS                PIC 9(03) COMP VALUE ZERO.
005040 01  WS-WORD-SCAN-LAST               PIC 9(03) COMP VALUE ZERO.
005050 01  WS-WORD-RULE-COUNT              PIC 9(03) COMP VALUE ZERO.
005060 01  WS-WORD-RULE-SUB                PIC 9(03) COMP VALUE ZERO.
005070 01  WS-WORD-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
005080 01  WS-WORD-RULE-TABLE.
005090     05  WS-WORD-RULE-ENTRY OCCURS 100 TIMES.
005100         10  WS-WRT-RULE-TYPE        PIC X(01).
005110             88  WS-WRT-PROHIBITED        VALUE 'P'.
005120             88  WS-WRT-REQUIRED          VALUE 'R'.
005130         10  WS-WRT-MESSAGE-TYPE     PIC X(10).
005140         10  WS-WRT-LANGUAGE         PIC X(02).
005150         10  WS-WRT-PHRASE           PIC X(60).
005160         10  WS-WRT-PHRASE-LENGTH    PIC 9(02) COMP.
005170         10  WS-WRT-ACTIVE-FLAG      PIC X(01).
005180             88  WS-WRT-ACTIVE            VALUE 'Y'.
005190 01  WS-LOWER-CASE                   PIC X(26)
005200         VALUE 'abcdefghijklmnopqrstuvwxyz'.
005210 01  WS-UPPER-CASE                   PIC X(26)
005220         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005230******************************************************************
005240* Routing - the table 1300 loads from ROUTING, and the
005250*     destinations its active entries name, each with the
005260*     count and hash of its transmission and a switch 2800
005270*     sets when the current message is routed to it.
005280******************************************************************
005290 01  WS-ROUTE-COUNT                  PIC 9(03) COMP VALUE ZERO.
005300 01  WS-ROUTE-SUB                    PIC 9(03) COMP VALUE ZERO.
005310 01  WS-ROUTE-FOUND-SUB              PIC 9(03) COMP VALUE ZERO.
005320 01  WS-ROUTE-HIT-COUNT              PIC 9(03) COMP VALUE ZERO.
005330 01  WS-ROUTE-TABLE.
005340     05  WS-ROUTE-ENTRY OCCURS 200 TIMES.
005350         10  WS-RTE-MESSAGE-TYPE     PIC X(10).
005360         10  WS-RTE-LANGUAGE         PIC X(02).
005370         10  WS-RTE-DESTINATION-ID   PIC X(06).
005380         10  WS-RTE-ACTIVE-FLAG      PIC X(01).
005390             88  WS-RTE-ACTIVE            VALUE 'Y'.
005400         10  WS-RTE-DEST-SUB         PIC 9(02) COMP.
005410 01  WS-DEST-COUNT                   PIC 9(02) COMP VALUE ZERO.
005420 01  WS-DEST-SUB                     PIC 9(02) COMP VALUE ZERO.
005430 01  WS-DEST-FOUND-SUB               PIC 9(02) COMP VALUE ZERO.
005440 01  WS-CURRENT-DESTINATION          PIC X(06) VALUE SPACES.
005450 01  WS-DEST-TABLE.
005460     05  WS-DEST-ENTRY OCCURS 20 TIMES.
005470         10  WS-DEST-ID              PIC X(06).
005480         10  WS-DEST-COUNT-SENT      PIC 9(07) COMP.
005490         10  WS-DEST-HASH-TOTAL      PIC 9(11) COMP.
005500         10  WS-DEST-ROUTED-SW       PIC X(01).
005510             88  WS-DEST-ROUTED           VALUE 'Y'.
005511******************************************************************
005512* Not-selected summary - the message types and languages read
005513*     but not selected this run, with how many records of each,
005514*     counted by 2070 and written as the audit trail's 'S' rows
005515*     by 2410.  Pairs past the table limit are counted together
005516*     on one *OVERFLOW* row, so the balance still holds.
005517******************************************************************
005518 01  WS-NSEL-ENTRY-COUNT             PIC 9(03) COMP VALUE ZERO.
005519 01  WS-NSEL-SUB                     PIC 9(03) COMP VALUE ZERO.
005520 01  WS-NSEL-FOUND-SUB               PIC 9(03) COMP VALUE ZERO.
005521 01  WS-NSEL-OVERFLOW-COUNT          PIC 9(07) COMP VALUE ZERO.
005522 01  WS-NOT-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
005523 01  WS-NSEL-TABLE.
005524     05  WS-NSEL-ENTRY OCCURS 100 TIMES.
005525         10  WS-NSEL-TYPE            PIC X(10).
005526         10  WS-NSEL-LANG            PIC X(02).
005527         10  WS-NSEL-RECORDS         PIC 9(07) COMP.

005528 PROCEDURE DIVISION.
005530******************************************************************
005540* 0000-MAINLINE - controls overall program flow.
005550******************************************************************
005560 0000-MAINLINE.
005570     PERFORM 1000-INITIALIZE
005580         THRU 1000-EXIT.
005590     PERFORM 2000-PROCESS-MESSAGE
005600         THRU 2000-EXIT
005610         UNTIL WS-EOF.
005620     PERFORM 9000-TERMINATE
005630         THRU 9000-EXIT.
005640     STOP RUN.

005650******************************************************************
005660* 1000-INITIALIZE - opens the message master, audit trail,
005670*     reject, interface and route work files, loads the
005680*     routing, and primes the read-until-end-of-file loop that
005690*     MAIN-PARA used to carry as a single literal DISPLAY.
005700******************************************************************
005710 1000-INITIALIZE.
005720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005730     ACCEPT WS-RUN-TIME FROM TIME.
005740     PERFORM 1600-COMPUTE-DAY-OF-WEEK
005750         THRU 1600-EXIT.
005760     PERFORM 1700-SET-DATE-SYMBOLS
005770         THRU 1700-EXIT.
005780     OPEN INPUT MESSAGE-MASTER-FILE.
005790     IF NOT WS-MSGMAST-OK
005800         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN MESSAGE-MASTER '
005810             'FILE, STATUS = ' WS-MSGMAST-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         SET WS-EOF TO TRUE
005840         GO TO 1000-EXIT
005850     END-IF.
005860     SET WS-MSGMAST-OPEN TO TRUE.
005870     OPEN EXTEND AUDIT-TRAIL-FILE.
005880     IF NOT WS-AUDIT-OK
005890         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN AUDIT-TRAIL '
005900             'FILE, STATUS = ' WS-AUDIT-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         SET WS-EOF TO TRUE
005930         GO TO 1000-EXIT
005940     END-IF.
005950     SET WS-AUDIT-OPEN TO TRUE.
005960     OPEN EXTEND REJECT-FILE.
005970     IF NOT WS-REJECT-OK
005980         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN REJECT '
005990             'FILE, STATUS = ' WS-REJECT-STATUS
006000         MOVE 16 TO RETURN-CODE
006010         SET WS-EOF TO TRUE
006020         GO TO 1000-EXIT
006030     END-IF.
006040     SET WS-REJECT-OPEN TO TRUE.
006050     OPEN OUTPUT INTERFACE-FILE.
006060     IF NOT WS-INTRFACE-OK
006070         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN INTERFACE '
006080             'FILE, STATUS = ' WS-INTRFACE-STATUS
006090         MOVE 16 TO RETURN-CODE
006100         SET WS-EOF TO TRUE
006110         GO TO 1000-EXIT
006120     END-IF.
006130     SET WS-INTRFACE-OPEN TO TRUE.
006140     OPEN OUTPUT ROUTE-WORK-FILE.
006150     IF NOT WS-ROUTWORK-OK
006160         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN ROUTE WORK '
006170             'FILE, STATUS = ' WS-ROUTWORK-STATUS
006180         MOVE 16 TO RETURN-CODE
006190         SET WS-EOF TO TRUE
006200         GO TO 1000-EXIT
006210     END-IF.
006220     SET WS-ROUTWORK-OPEN TO TRUE.
006230     PERFORM 1300-LOAD-ROUTING
006240         THRU 1300-EXIT.
006250     IF RETURN-CODE NOT = ZERO
006260         SET WS-EOF TO TRUE
006270         GO TO 1000-EXIT
006280     END-IF.
006290     PERFORM 1200-LOAD-CHECKPOINT
006300         THRU 1200-EXIT.
006310     OPEN EXTEND CHECKPOINT-FILE.
006320     IF NOT WS-CHKPT-OK
006330         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN CHECKPOINT '
006340             'FILE, STATUS = ' WS-CHKPT-STATUS
006350         MOVE 16 TO RETURN-CODE
006360         SET WS-EOF TO TRUE
006370         GO TO 1000-EXIT
006380     END-IF.
006390     SET WS-CHKPT-OPEN TO TRUE.
006400     PERFORM 1100-ACCEPT-PARM
006410         THRU 1100-EXIT.
006420     IF WS-SELECTED-TYPE = SPACES
006430         PERFORM 1500-LOAD-SCHEDULE
006440             THRU 1500-EXIT
006450     ELSE
006460         DISPLAY 'SAMPLE-PROGRAM: PARM CARD OVERRIDE IN '
006470             'EFFECT - TYPE ' WS-SELECTED-TYPE
006480     END-IF.
006490     PERFORM 1800-LOAD-SYMBOL-VALUES
006500         THRU 1800-EXIT.
006510     PERFORM 1900-LOAD-WORD-RULES
006520         THRU 1900-EXIT.
006524     PERFORM 1560-SET-READ-ORDER
006528         THRU 1560-EXIT.
006532     IF WS-LAST-CHECKPOINT-COUNT > ZERO
006540         DISPLAY 'SAMPLE-PROGRAM: RESTART - REBUILDING THE '
006550             'TRANSMISSION, RESENDING THE FIRST '
006560             WS-LAST-CHECKPOINT-COUNT ' RECORDS READ'
006570     END-IF.
006580     PERFORM 2900-READ-MESSAGE-MASTER
006590         THRU 2900-EXIT.
006591     IF WS-EOF
006592         AND WS-READ-BY-TYPE
006593         DISPLAY 'SAMPLE-PROGRAM: NO MESSAGE-MASTER RECORDS OF '
006594             'THE SELECTED TYPES'
006595         GO TO 1000-EXIT
006596     END-IF.
006600     IF WS-EOF
006610         DISPLAY 'SAMPLE-PROGRAM: MESSAGE-MASTER FILE IS EMPTY'
006620         MOVE 20 TO RETURN-CODE
006630     END-IF.
006640 1000-EXIT.
006650     EXIT.

006660******************************************************************
006670* 1100-ACCEPT-PARM - reads the optional parameter card.  A type
006680*     here is now an emergency override that bypasses the
006690*     schedule calendar entirely; a missing card or a blank
006700*     type means the SCHEDCAL calendar drives the selection.
006710*     A language on the card limits the run to that language
006720*     variant whichever way the types are selected; blank
006730*     means every language.
006740******************************************************************
006750 1100-ACCEPT-PARM.
006760     OPEN INPUT PARM-CARD-FILE.
006770     IF WS-PARMCARD-OK
006780         READ PARM-CARD-FILE
006790             AT END
006800                 CONTINUE
006810             NOT AT END
006820                 MOVE PC-MESSAGE-TYPE  TO WS-SELECTED-TYPE
006830                 MOVE PC-LANGUAGE-CODE TO WS-SELECTED-LANGUAGE
006840         END-READ
006850         CLOSE PARM-CARD-FILE
006860     END-IF.
006870 1100-EXIT.
006880     EXIT.

006890******************************************************************
006900* 1200-LOAD-CHECKPOINT - reads any checkpoint records left by a
006910*     prior, interrupted run of this program against the same
006920*     message master, and remembers how far into the read the
006930*     last one was taken, so the read-until-end-of-file loop can
006940*     resend the records handled before the restart.  A missing
006950*     checkpoint file just means this is the first run - nothing
006960*     to skip.
006970******************************************************************
006980 1200-LOAD-CHECKPOINT.
006990     MOVE ZERO TO WS-LAST-CHECKPOINT-COUNT.
007000     OPEN INPUT CHECKPOINT-FILE.
007010     IF WS-CHKPT-OK
007020         PERFORM 1250-READ-CHECKPOINT-RECORD
007030             THRU 1250-EXIT
007040             UNTIL WS-CHKPT-READ-EOF
007050         CLOSE CHECKPOINT-FILE
007060     END-IF.
007070 1200-EXIT.
007080     EXIT.

007090******************************************************************
007100* 1250-READ-CHECKPOINT-RECORD - reads one checkpoint record and
007110*     keeps the highest count of records read seen so far, for
007120*     records that belong to today's run.  CK-RUN-ID is the date
007130*     the checkpoint was written under, so a record left over from
007140*     an unrelated earlier run against a different day's message
007150*     master is ignored instead of being treated as this run's
007156*     own in-progress restart.  A checkpoint carrying no count
007162*     was taken by the key-order read and is ignored.
007170******************************************************************
007180 1250-READ-CHECKPOINT-RECORD.
007190     READ CHECKPOINT-FILE
007200         AT END
007210             SET WS-CHKPT-READ-EOF TO TRUE
007220         NOT AT END
007230             IF CK-RUN-ID = WS-RUN-DATE
007238                 AND CK-RECORDS-PROCESSED NUMERIC
007246                 AND CK-RECORDS-PROCESSED
007254                     > WS-LAST-CHECKPOINT-COUNT
007262                 MOVE CK-RECORDS-PROCESSED
007270                     TO WS-LAST-CHECKPOINT-COUNT
007280             END-IF
007290     END-READ.
007300 1250-EXIT.
007310     EXIT.

007320******************************************************************
007330* 1300-LOAD-ROUTING - loads the routing file into
007340*     WS-ROUTE-TABLE and builds from its active entries the
007350*     table of destinations this run cuts a transmission for.
007360*     Without the file no message has anywhere to go, so the
007370*     run stops RC 16 instead of rejecting every message.  A
007380*     file with no active route is let run, with a console
007390*     warning, and every selected message is rejected ROUT.
007400******************************************************************
007410 1300-LOAD-ROUTING.
007420     OPEN INPUT ROUTING-FILE.
007430     IF NOT WS-ROUTING-OK
007440         DISPLAY 'SAMPLE-PROGRAM: UNABLE TO OPEN ROUTING '
007450             'FILE, STATUS = ' WS-ROUTING-STATUS
007460         MOVE 16 TO RETURN-CODE
007470         GO TO 1300-EXIT
007480     END-IF.
007490     PERFORM 1310-LOAD-ONE-ROUTE
007500         THRU 1310-EXIT
007510         UNTIL WS-ROUTING-EOF.
007520     CLOSE ROUTING-FILE.
007530     PERFORM 1330-ADD-ROUTE-DESTINATION
007540         THRU 1330-EXIT
007550         VARYING WS-ROUTE-SUB FROM 1 BY 1
007560         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
007570     IF WS-DEST-COUNT = ZERO
007580         DISPLAY 'SAMPLE-PROGRAM: NO ACTIVE ROUTES - EVERY '
007590             'MESSAGE WILL BE REJECTED ROUT'
007600     END-IF.
007610 1300-EXIT.
007620     EXIT.

007630******************************************************************
007640* 1310-LOAD-ONE-ROUTE - reads one routing entry and adds it to
007650*     the table, or replaces the active flag already held for
007660*     the same type, language and destination - so a route
007670*     keyed again inactive is retired.  Entries past the table
007680*     limit are reported and ignored.
007690******************************************************************
007700 1310-LOAD-ONE-ROUTE.
007710     READ ROUTING-FILE
007720         AT END
007730             SET WS-ROUTING-EOF TO TRUE
007740             GO TO 1310-EXIT
007750     END-READ.
007760     IF RT-DESTINATION-ID = SPACES
007770         GO TO 1310-EXIT
007780     END-IF.
007790     MOVE 'N' TO WS-ROUTE-FOUND-SW.
007800     PERFORM 1320-CHECK-ONE-LOADED-ROUTE
007810         THRU 1320-EXIT
007820         VARYING WS-ROUTE-SUB FROM 1 BY 1
007830         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
007840         OR WS-ROUTE-FOUND.
007850     IF NOT WS-ROUTE-FOUND
007860         IF WS-ROUTE-COUNT NOT < 200
007870             DISPLAY 'SAMPLE-PROGRAM: ROUTING TABLE FULL - '
007880                 'DESTINATION ' RT-DESTINATION-ID ' TYPE '
007890                 RT-MESSAGE-TYPE ' IGNORED'
007900             GO TO 1310-EXIT
007910         END-IF
007920         ADD 1 TO WS-ROUTE-COUNT
007930         MOVE WS-ROUTE-COUNT TO WS-ROUTE-FOUND-SUB
007940         MOVE RT-MESSAGE-TYPE
007950             TO WS-RTE-MESSAGE-TYPE (WS-ROUTE-FOUND-SUB)
007960         MOVE RT-LANGUAGE-CODE
007970             TO WS-RTE-LANGUAGE (WS-ROUTE-FOUND-SUB)
007980         MOVE RT-DESTINATION-ID
007990             TO WS-RTE-DESTINATION-ID (WS-ROUTE-FOUND-SUB)
008000     END-IF.
008010     MOVE RT-ACTIVE-FLAG
008020         TO WS-RTE-ACTIVE-FLAG (WS-ROUTE-FOUND-SUB).
008030 1310-EXIT.
008040     EXIT.

008050******************************************************************
008060* 1320-CHECK-ONE-LOADED-ROUTE - marks the entry just read found
008070*     when the current table entry is the same route.
008080******************************************************************
008090 1320-CHECK-ONE-LOADED-ROUTE.
008100     IF WS-RTE-MESSAGE-TYPE (WS-ROUTE-SUB) = RT-MESSAGE-TYPE
008110         AND WS-RTE-LANGUAGE (WS-ROUTE-SUB) = RT-LANGUAGE-CODE
008120         AND WS-RTE-DESTINATION-ID (WS-ROUTE-SUB)
008130             = RT-DESTINATION-ID
008140         SET WS-ROUTE-FOUND TO TRUE
008150         MOVE WS-ROUTE-SUB TO WS-ROUTE-FOUND-SUB
008160     END-IF.
008170 1320-EXIT.
008180     EXIT.

008190******************************************************************
008200* 1330-ADD-ROUTE-DESTINATION - ties one loaded route to its
008210*     entry in the destination table, adding the destination
008220*     the first time an active route names it.  An inactive
008230*     route, or one whose destination will not fit in the
008240*     table, is left pointing nowhere and never routes a
008250*     message.
008260******************************************************************
008270 1330-ADD-ROUTE-DESTINATION.
008280     MOVE ZERO TO WS-RTE-DEST-SUB (WS-ROUTE-SUB).
008290     IF NOT WS-RTE-ACTIVE (WS-ROUTE-SUB)
008300         GO TO 1330-EXIT
008310     END-IF.
008320     MOVE WS-RTE-DESTINATION-ID (WS-ROUTE-SUB)
008330         TO WS-CURRENT-DESTINATION.
008340     PERFORM 1340-FIND-DESTINATION
008350         THRU 1340-EXIT.
008360     IF WS-DEST-FOUND-SUB = ZERO
008370         IF WS-DEST-COUNT NOT < 20
008380             DISPLAY 'SAMPLE-PROGRAM: DESTINATION TABLE FULL - '
008390                 WS-CURRENT-DESTINATION ' IGNORED'
008400             GO TO 1330-EXIT
008410         END-IF
008420         ADD 1 TO WS-DEST-COUNT
008430         MOVE WS-DEST-COUNT TO WS-DEST-FOUND-SUB
008440         MOVE WS-CURRENT-DESTINATION
008450             TO WS-DEST-ID (WS-DEST-FOUND-SUB)
008460         MOVE ZERO TO WS-DEST-COUNT-SENT (WS-DEST-FOUND-SUB)
008470         MOVE ZERO TO WS-DEST-HASH-TOTAL (WS-DEST-FOUND-SUB)
008480         MOVE 'N'  TO WS-DEST-ROUTED-SW (WS-DEST-FOUND-SUB)
008490     END-IF.
008500     MOVE WS-DEST-FOUND-SUB TO WS-RTE-DEST-SUB (WS-ROUTE-SUB).
008510 1330-EXIT.
008520     EXIT.

008530******************************************************************
008540* 1340-FIND-DESTINATION - leaves in WS-DEST-FOUND-SUB the
008550*     destination table entry for WS-CURRENT-DESTINATION, or
008560*     zero when it is not in the table.
008570******************************************************************
008580 1340-FIND-DESTINATION.
008590     MOVE ZERO TO WS-DEST-FOUND-SUB.
008600     PERFORM 1350-CHECK-ONE-DESTINATION
008610         THRU 1350-EXIT
008620         VARYING WS-DEST-SUB FROM 1 BY 1
008630         UNTIL WS-DEST-SUB > WS-DEST-COUNT
008640         OR WS-DEST-FOUND-SUB > ZERO.
008650 1340-EXIT.
008660     EXIT.

008670******************************************************************
008680* 1350-CHECK-ONE-DESTINATION - notes the current destination
008690*     table entry when it is WS-CURRENT-DESTINATION.
008700******************************************************************
008710 1350-CHECK-ONE-DESTINATION.
008720     IF WS-DEST-ID (WS-DEST-SUB) = WS-CURRENT-DESTINATION
008730         MOVE WS-DEST-SUB TO WS-DEST-FOUND-SUB
008740     END-IF.
008750 1350-EXIT.
008760     EXIT.

008770******************************************************************
008780* 1400-WRITE-INTERFACE-HEADER - opens one destination's
008790*     transmission with a header record carrying the run
008800*     date/time, the batch number (run time to the second) and
008810*     the destination, so the downstream system can tie the
008820*     trailer and details to one batch.  Every destination's
008830*     batch carries the same number - destination and batch
008840*     number together name a transmission.
008850******************************************************************
008860 1400-WRITE-INTERFACE-HEADER.
008870     DIVIDE WS-RUN-TIME BY 100 GIVING WS-BATCH-NUMBER.
008880     MOVE SPACES          TO IF-INTERFACE-RECORD.
008890     SET IF-HEADER-RECORD TO TRUE.
008900     MOVE WS-RUN-DATE     TO IF-HEADER-RUN-DATE.
008910     MOVE WS-RUN-TIME     TO IF-HEADER-RUN-TIME.
008920     MOVE WS-BATCH-NUMBER TO IF-BATCH-NUMBER.
008930     MOVE WS-CURRENT-DESTINATION TO IF-DESTINATION-ID.
008940     WRITE IF-INTERFACE-RECORD.
008950 1400-EXIT.
008960     EXIT.

008970******************************************************************
008980* 1500-LOAD-SCHEDULE - builds the table of message types
008990*     scheduled for today from the broadcast calendar - active
009000*     entries for today's date or today's day of the week.  No
009010*     calendar, or no entry covering today, leaves the table
009020*     empty, which 2050 treats as all types - the behavior the
009030*     blank parm card always had.
009040******************************************************************
009050 1500-LOAD-SCHEDULE.
009060     OPEN INPUT SCHEDULE-CALENDAR-FILE.
009070     IF NOT WS-SCHEDCAL-OK
009080         DISPLAY 'SAMPLE-PROGRAM: NO SCHEDULE CALENDAR - '
009090             'ALL MESSAGE TYPES SELECTED'
009100         GO TO 1500-EXIT
009110     END-IF.
009120     PERFORM 1550-LOAD-ONE-SCHEDULE-ENTRY
009130         THRU 1550-EXIT
009140         UNTIL WS-SCHED-EOF.
009150     CLOSE SCHEDULE-CALENDAR-FILE.
009160     IF WS-SCHED-TYPE-COUNT = ZERO
009170         DISPLAY 'SAMPLE-PROGRAM: NO TYPES SCHEDULED FOR '
009180             WS-RUN-DATE ' - ALL MESSAGE TYPES SELECTED'
009190     END-IF.
009200 1500-EXIT.
009210     EXIT.

009220******************************************************************
009230* 1550-LOAD-ONE-SCHEDULE-ENTRY - reads one calendar entry and
009240*     adds its message type to the table when the entry is
009250*     active and covers today by date or by day of the week.
009260******************************************************************
009270 1550-LOAD-ONE-SCHEDULE-ENTRY.
009280     READ SCHEDULE-CALENDAR-FILE
009290         AT END
009300             SET WS-SCHED-EOF TO TRUE
009310             GO TO 1550-EXIT
009320     END-READ.
009330     IF NOT SC-ACTIVE
009340         GO TO 1550-EXIT
009350     END-IF.
009360     IF SC-SCHED-DATE = WS-RUN-DATE
009370         OR (SC-DAY-OF-WEEK-RULE
009380             AND SC-DAY-OF-WEEK = WS-RUN-DAY-OF-WEEK)
009390         IF WS-SCHED-TYPE-COUNT < 20
009400             ADD 1 TO WS-SCHED-TYPE-COUNT
009410             MOVE SC-MESSAGE-TYPE
009420                 TO WS-SCHED-TYPE (WS-SCHED-TYPE-COUNT)
009430             MOVE SC-LANGUAGE-CODE
009440                 TO WS-SCHED-LANG (WS-SCHED-TYPE-COUNT)
009450         ELSE
009460             DISPLAY 'SAMPLE-PROGRAM: SCHEDULE TABLE FULL - '
009470                 'TYPE ' SC-MESSAGE-TYPE ' IGNORED'
009480         END-IF
009490     END-IF.
009500 1550-EXIT.
009501     EXIT.

009502******************************************************************
009503* 1560-SET-READ-ORDER - decides how the master is read.  When
009504*     the parm card override or the schedule table names the
009505*     types going out, the distinct types are listed in
009506*     WS-READ-TYPE-TABLE and 2900 reads just those, type by
009507*     type, through the message-type alternate index - the
009508*     records of any other type could only ever be passed over.
009509*     Otherwise every type is selected and the whole master is
009510*     read in key order.
009511******************************************************************
009512 1560-SET-READ-ORDER.
009513     MOVE ZERO TO WS-READ-TYPE-COUNT.
009514     MOVE ZERO TO WS-READ-TYPE-SUB.
009515     IF WS-SELECTED-TYPE NOT = SPACES
009516         MOVE WS-SELECTED-TYPE TO WS-CANDIDATE-TYPE
009517         PERFORM 1570-ADD-READ-TYPE
009518             THRU 1570-EXIT
009519     ELSE
009520         PERFORM 1565-ADD-SCHED-READ-TYPE
009521             THRU 1565-EXIT
009522             VARYING WS-SCHED-SUB FROM 1 BY 1
009523             UNTIL WS-SCHED-SUB > WS-SCHED-TYPE-COUNT
009524     END-IF.
009525     IF WS-READ-TYPE-COUNT > ZERO
009526         SET WS-READ-BY-TYPE TO TRUE
009527         DISPLAY 'SAMPLE-PROGRAM: READING ' WS-READ-TYPE-COUNT
009528             ' SELECTED TYPE(S) BY THE MESSAGE-TYPE INDEX'
009529     END-IF.
009530 1560-EXIT.
009531     EXIT.

009532******************************************************************
009533* 1565-ADD-SCHED-READ-TYPE - offers one schedule table entry's
009534*     type to the read list.
009535******************************************************************
009536 1565-ADD-SCHED-READ-TYPE.
009537     MOVE WS-SCHED-TYPE (WS-SCHED-SUB) TO WS-CANDIDATE-TYPE.
009538     PERFORM 1570-ADD-READ-TYPE
009539         THRU 1570-EXIT.
009540 1565-EXIT.
009541     EXIT.

009542******************************************************************
009543* 1570-ADD-READ-TYPE - adds WS-CANDIDATE-TYPE to the read list
009544*     unless it is already there - a type scheduled twice, say
009545*     once per language, must still be read only once.
009546******************************************************************
009547 1570-ADD-READ-TYPE.
009548     MOVE 'N' TO WS-READ-TYPE-FOUND-SW.
009549     PERFORM 1575-CHECK-ONE-READ-TYPE
009550         THRU 1575-EXIT
009551         VARYING WS-READ-SCAN-SUB FROM 1 BY 1
009552         UNTIL WS-READ-SCAN-SUB > WS-READ-TYPE-COUNT
009553         OR WS-READ-TYPE-FOUND.
009554     IF NOT WS-READ-TYPE-FOUND
009555         ADD 1 TO WS-READ-TYPE-COUNT
009556         MOVE WS-CANDIDATE-TYPE
009557             TO WS-READ-TYPE (WS-READ-TYPE-COUNT)
009558     END-IF.
009559 1570-EXIT.
009560     EXIT.

009561******************************************************************
009562* 1575-CHECK-ONE-READ-TYPE - marks the candidate type found when
009563*     the current read list entry is the same type.
009564******************************************************************
009565 1575-CHECK-ONE-READ-TYPE.
009566     IF WS-READ-TYPE (WS-READ-SCAN-SUB) = WS-CANDIDATE-TYPE
009567         SET WS-READ-TYPE-FOUND TO TRUE
009568     END-IF.
009569 1575-EXIT.
009570     EXIT.

009571******************************************************************
009572* 1600-COMPUTE-DAY-OF-WEEK - works out today's day of the week
009573*     (1 = Monday through 7 = Sunday) from the run date by
009574*     Zeller's congruence, carried out with whole-number
009575*     DIVIDEs so every intermediate term truncates the way the
009576*     formula expects.  Run once at start-up - the schedule
009580*     selection and the DAYNAME and NEXTBUSDAY symbols all
009590*     work from it.
009600******************************************************************
009610 1600-COMPUTE-DAY-OF-WEEK.
009620     MOVE WS-RUN-YEAR  TO WS-Z-YEAR.
009630     MOVE WS-RUN-MONTH TO WS-Z-MONTH.
009640     MOVE WS-RUN-DAY   TO WS-Z-DAY.
009650     IF WS-Z-MONTH < 3
009660         ADD 12 TO WS-Z-MONTH
009670         SUBTRACT 1 FROM WS-Z-YEAR
009680     END-IF.
009690     DIVIDE WS-Z-YEAR BY 100
009700         GIVING WS-Z-CENTURY
009710         REMAINDER WS-Z-YEAR-OF-CENT.
009720     COMPUTE WS-Z-MONTH-TERM = 13 * (WS-Z-MONTH + 1).
009730     DIVIDE WS-Z-MONTH-TERM BY 5
009740         GIVING WS-Z-MONTH-TERM.
009750     COMPUTE WS-Z-SUM = WS-Z-DAY + WS-Z-MONTH-TERM
009760         + WS-Z-YEAR-OF-CENT.
009770     DIVIDE WS-Z-YEAR-OF-CENT BY 4
009780         GIVING WS-Z-QUOTIENT.
009790     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
009800     DIVIDE WS-Z-CENTURY BY 4
009810         GIVING WS-Z-QUOTIENT.
009820     ADD WS-Z-QUOTIENT TO WS-Z-SUM.
009830     COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENTURY).
009840     DIVIDE WS-Z-SUM BY 7
009850         GIVING WS-Z-QUOTIENT
009860         REMAINDER WS-Z-REMAINDER.
009870     COMPUTE WS-Z-SUM = WS-Z-REMAINDER + 5.
009880     DIVIDE WS-Z-SUM BY 7
009890         GIVING WS-Z-QUOTIENT
009900         REMAINDER WS-Z-REMAINDER.
009910     COMPUTE WS-RUN-DAY-OF-WEEK = WS-Z-REMAINDER + 1.
009920 1600-EXIT.
009930     EXIT.

009940******************************************************************
009950* 1700-SET-DATE-SYMBOLS - builds the values of the RUNDATE and
009960*     NEXTBUSDAY symbols, both as YYYY-MM-DD.  The next
009970*     business day is the next Monday-to-Friday date after the
009980*     run date - no holiday calendar is consulted.
009990******************************************************************
010000 1700-SET-DATE-SYMBOLS.
010010     MOVE WS-RUN-YEAR  TO WS-SDE-YEAR.
010020     MOVE WS-RUN-MONTH TO WS-SDE-MONTH.
010030     MOVE WS-RUN-DAY   TO WS-SDE-DAY.
010040     MOVE WS-SYMBOL-DATE-EDIT TO WS-RUNDATE-VALUE.
010050     MOVE WS-RUN-DATE TO WS-NBD-DATE.
010060     IF WS-RUN-DAY-OF-WEEK = 5
010070         MOVE 3 TO WS-NBD-DAYS-AHEAD
010080     ELSE
010090         IF WS-RUN-DAY-OF-WEEK = 6
010100             MOVE 2 TO WS-NBD-DAYS-AHEAD
010110         ELSE
010120             MOVE 1 TO WS-NBD-DAYS-AHEAD
010130         END-IF
010140     END-IF.
010150     PERFORM 1750-ADVANCE-NBD-DATE
010160         THRU 1750-EXIT
010170         WS-NBD-DAYS-AHEAD TIMES.
010180     MOVE WS-NBD-YEAR  TO WS-SDE-YEAR.
010190     MOVE WS-NBD-MONTH TO WS-SDE-MONTH.
010200     MOVE WS-NBD-DAY   TO WS-SDE-DAY.
010210     MOVE WS-SYMBOL-DATE-EDIT TO WS-NEXTBUSDAY-VALUE.
010220 1700-EXIT.
010230     EXIT.

010240******************************************************************
010250* 1750-ADVANCE-NBD-DATE - moves WS-NBD-DATE on by one calendar
010260*     day, rolling the month and year over as needed - the same
010270*     stepping BCASTFCT's 7000 uses.
010280******************************************************************
010290 1750-ADVANCE-NBD-DATE.
010300     MOVE WS-MONTH-DAYS (WS-NBD-MONTH) TO WS-MONTH-LIMIT.
010310     IF WS-NBD-MONTH = 2
010320         PERFORM 1760-CHECK-LEAP-YEAR
010330             THRU 1760-EXIT
010340         IF WS-LEAP-YEAR
010350             MOVE 29 TO WS-MONTH-LIMIT
010360         END-IF
010370     END-IF.
010380     ADD 1 TO WS-NBD-DAY.
010390     IF WS-NBD-DAY > WS-MONTH-LIMIT
010400         MOVE 1 TO WS-NBD-DAY
010410         ADD 1 TO WS-NBD-MONTH
010420         IF WS-NBD-MONTH > 12
010430             MOVE 1 TO WS-NBD-MONTH
010440             ADD 1 TO WS-NBD-YEAR
010450         END-IF
010460     END-IF.
010470 1750-EXIT.
010480     EXIT.

010490******************************************************************
010500* 1760-CHECK-LEAP-YEAR - sets WS-LEAP-YEAR for WS-NBD-YEAR by
010510*     the Gregorian rule.
010520******************************************************************
010530 1760-CHECK-LEAP-YEAR.
010540     MOVE 'N' TO WS-LEAP-FLAG.
010550     DIVIDE WS-NBD-YEAR BY 4
010560         GIVING WS-LEAP-QUOTIENT
010570         REMAINDER WS-LEAP-REMAINDER.
010580     IF WS-LEAP-REMAINDER NOT = ZERO
010590         GO TO 1760-EXIT
010600     END-IF.
010610     MOVE 'Y' TO WS-LEAP-FLAG.
010620     DIVIDE WS-NBD-YEAR BY 100
010630         GIVING WS-LEAP-QUOTIENT
010640         REMAINDER WS-LEAP-REMAINDER.
010650     IF WS-LEAP-REMAINDER NOT = ZERO
010660         GO TO 1760-EXIT
010670     END-IF.
010680     MOVE 'N' TO WS-LEAP-FLAG.
010690     DIVIDE WS-NBD-YEAR BY 400
010700         GIVING WS-LEAP-QUOTIENT
010710         REMAINDER WS-LEAP-REMAINDER.
010720     IF WS-LEAP-REMAINDER = ZERO
010730         MOVE 'Y' TO WS-LEAP-FLAG
010740     END-IF.
010750 1760-EXIT.
010760     EXIT.

010770******************************************************************
010780* 1800-LOAD-SYMBOL-VALUES - loads the named banner symbols from
010790*     SYMVALS into WS-SYMBOL-TABLE.  A later entry for a name
010800*     replaces an earlier one.  Without the file, only the
010810*     built-in date symbols resolve, and a message using any
010820*     other symbol is rejected SYMB.
010830******************************************************************
010840 1800-LOAD-SYMBOL-VALUES.
010850     OPEN INPUT SYMBOL-VALUE-FILE.
010860     IF NOT WS-SYMVALS-OK
010870         DISPLAY 'SAMPLE-PROGRAM: NO SYMBOL VALUE FILE, STATUS = '
010880             WS-SYMVALS-STATUS ' - DATE SYMBOLS ONLY'
010890         GO TO 1800-EXIT
010900     END-IF.
010910     PERFORM 1850-LOAD-ONE-SYMBOL
010920         THRU 1850-EXIT
010930         UNTIL WS-SYMVALS-EOF.
010940     CLOSE SYMBOL-VALUE-FILE.
010950 1800-EXIT.
010960     EXIT.

010970******************************************************************
010980* 1850-LOAD-ONE-SYMBOL - reads one SYMVALS entry and adds it to
010990*     the symbol table, or replaces the value already held for
011000*     that name.  Entries past the table limit are reported and
011010*     ignored.
011020******************************************************************
011030 1850-LOAD-ONE-SYMBOL.
011040     READ SYMBOL-VALUE-FILE
011050         AT END
011060             SET WS-SYMVALS-EOF TO TRUE
011070             GO TO 1850-EXIT
011080     END-READ.
011090     IF SV-SYMBOL-NAME = SPACES
011100         OR SV-SYMBOL-VALUE = SPACES
011110         GO TO 1850-EXIT
011120     END-IF.
011130     MOVE SV-SYMBOL-NAME TO WS-SCAN-NAME.
011140     MOVE 'N' TO WS-SYMBOL-FOUND-SW.
011150     PERFORM 2290-CHECK-ONE-SYMBOL
011160         THRU 2290-EXIT
011170         VARYING WS-SYMBOL-SUB FROM 1 BY 1
011180         UNTIL WS-SYMBOL-SUB > WS-SYMBOL-COUNT
011190         OR WS-SYMBOL-FOUND.
011200     IF NOT WS-SYMBOL-FOUND
011210         IF WS-SYMBOL-COUNT NOT < 50
011220             DISPLAY 'SAMPLE-PROGRAM: SYMBOL TABLE FULL - '
011230                 SV-SYMBOL-NAME ' IGNORED'
011240             GO TO 1850-EXIT
011250         END-IF
011260         ADD 1 TO WS-SYMBOL-COUNT
011270         MOVE WS-SYMBOL-COUNT TO WS-SYMBOL-FOUND-SUB
011280         MOVE SV-SYMBOL-NAME
011290             TO WS-SYM-NAME (WS-SYMBOL-FOUND-SUB)
011300     END-IF.
011310     MOVE SV-SYMBOL-VALUE TO WS-SCAN-VALUE.
011320     PERFORM 2292-MEASURE-SCAN-VALUE
011330         THRU 2292-EXIT.
011340     MOVE WS-SCAN-VALUE
011350         TO WS-SYM-VALUE (WS-SYMBOL-FOUND-SUB).
011360     MOVE WS-SCAN-VALUE-LENGTH
011370         TO WS-SYM-VALUE-LENGTH (WS-SYMBOL-FOUND-SUB).
011380 1850-EXIT.
011390     EXIT.

011400******************************************************************
011410* 1900-LOAD-WORD-RULES - loads the prohibited and required
011420*     phrases from the wording-rule file into WS-WORD-RULE-TABLE.
011430*     Without the file there is nothing to screen against - the
011440*     run goes on with a console warning.
011450******************************************************************
011460 1900-LOAD-WORD-RULES.
011470     OPEN INPUT WORDING-RULE-FILE.
011480     IF NOT WS-WORDRULE-OK
011490         DISPLAY 'SAMPLE-PROGRAM: NO WORDING-RULE FILE, STATUS = '
011500             WS-WORDRULE-STATUS ' - WORDING NOT SCREENED'
011510         GO TO 1900-EXIT
011520     END-IF.
011530     PERFORM 1910-LOAD-ONE-WORD-RULE
011540         THRU 1910-EXIT
011550         UNTIL WS-WORDRULE-EOF.
011560     CLOSE WORDING-RULE-FILE.
011570 1900-EXIT.
011580     EXIT.

011590******************************************************************
011600* 1910-LOAD-ONE-WORD-RULE - reads one wording rule and adds it to
011610*     the table, or replaces the entry already held for the same
011620*     rule type, message type, language and phrase - so a rule
011630*     keyed again inactive is retired.  The phrase is held in
011640*     capitals with its length, so the screen ignores case.
011650*     Rules past the table limit are reported and ignored.
011660******************************************************************
011670 1910-LOAD-ONE-WORD-RULE.
011680     READ WORDING-RULE-FILE
011690         AT END
011700             SET WS-WORDRULE-EOF TO TRUE
011710             GO TO 1910-EXIT
011720     END-READ.
011730     IF WR-PHRASE = SPACES
011740         OR (NOT WR-PROHIBITED AND NOT WR-REQUIRED)
011750         GO TO 1910-EXIT
011760     END-IF.
011770     MOVE WR-PHRASE TO WS-WORD-PHRASE.
011780     INSPECT WS-WORD-PHRASE
011790         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
011800     MOVE 60 TO WS-WORD-PHRASE-LENGTH.
011810     PERFORM 1930-BACK-OVER-PHRASE-BLANK
011820         THRU 1930-EXIT
011830         UNTIL WS-WORD-PHRASE (WS-WORD-PHRASE-LENGTH:1)
011840             NOT = SPACE.
011850     MOVE 'N' TO WS-RULE-FOUND-SW.
011860     PERFORM 1920-CHECK-ONE-LOADED-RULE
011870         THRU 1920-EXIT
011880         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
011890         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
011900         OR WS-RULE-FOUND.
011910     IF NOT WS-RULE-FOUND
011920         IF WS-WORD-RULE-COUNT NOT < 100
011930             DISPLAY 'SAMPLE-PROGRAM: WORDING RULE TABLE FULL - '
011940                 WR-PHRASE ' IGNORED'
011950             GO TO 1910-EXIT
011960         END-IF
011970         ADD 1 TO WS-WORD-RULE-COUNT
011980         MOVE WS-WORD-RULE-COUNT TO WS-WORD-FOUND-SUB
011990         MOVE WR-RULE-TYPE
012000             TO WS-WRT-RULE-TYPE (WS-WORD-FOUND-SUB)
012010         MOVE WR-MESSAGE-TYPE
012020             TO WS-WRT-MESSAGE-TYPE (WS-WORD-FOUND-SUB)
012030         MOVE WR-LANGUAGE-CODE
012040             TO WS-WRT-LANGUAGE (WS-WORD-FOUND-SUB)
012050         MOVE WS-WORD-PHRASE
012060             TO WS-WRT-PHRASE (WS-WORD-FOUND-SUB)
012070         MOVE WS-WORD-PHRASE-LENGTH
012080             TO WS-WRT-PHRASE-LENGTH (WS-WORD-FOUND-SUB)
012090     END-IF.
012100     MOVE WR-ACTIVE-FLAG
012110         TO WS-WRT-ACTIVE-FLAG (WS-WORD-FOUND-SUB).
012120 1910-EXIT.
012130     EXIT.

012140******************************************************************
012150* 1920-CHECK-ONE-LOADED-RULE - marks the rule just read found
012160*     when the current table entry is the same rule.
012170******************************************************************
012180 1920-CHECK-ONE-LOADED-RULE.
012190     IF WS-WRT-RULE-TYPE (WS-WORD-RULE-SUB) = WR-RULE-TYPE
012200         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
012210             = WR-MESSAGE-TYPE
012220         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) = WR-LANGUAGE-CODE
012230         AND WS-WRT-PHRASE (WS-WORD-RULE-SUB) = WS-WORD-PHRASE
012240         SET WS-RULE-FOUND TO TRUE
012250         MOVE WS-WORD-RULE-SUB TO WS-WORD-FOUND-SUB
012260     END-IF.
012270 1920-EXIT.
012280     EXIT.

012290******************************************************************
012300* 1930-BACK-OVER-PHRASE-BLANK - steps one position toward the
012310*     front of the phrase past a trailing blank.
012320******************************************************************
012330 1930-BACK-OVER-PHRASE-BLANK.
012340     SUBTRACT 1 FROM WS-WORD-PHRASE-LENGTH.
012350 1930-EXIT.
012360     EXIT.

012370******************************************************************
012380* 2000-PROCESS-MESSAGE - validates the current message record if
012390*     its type is selected for today - by the emergency parm
012400*     card override or the broadcast schedule calendar - either
012410*     displaying or rejecting it, then reads the next record.
012412*     A record not selected is only counted toward its type and
012414*     language's not-selected summary - it writes no audit
012416*     detail row and no reject row.  Every record read is
012418*     checkpointed.
012420*     On a restart, a record already covered by a checkpoint is
012430*     handed to 2020-RESEND-MESSAGE instead - its display,
012440*     audit row, reject row and checkpoint already exist from
012450*     the interrupted run, but its interface row died with the
012460*     deleted partial generation and must be written again.
012470******************************************************************
012480 2000-PROCESS-MESSAGE.
012490     IF WS-LAST-CHECKPOINT-COUNT > ZERO
012500         AND WS-RECORDS-READ-COUNT NOT > WS-LAST-CHECKPOINT-COUNT
012510         PERFORM 2020-RESEND-MESSAGE
012520             THRU 2020-EXIT
012530         GO TO 2000-READ-NEXT
012540     END-IF.
012550     PERFORM 2050-CHECK-TYPE-SELECTED
012560         THRU 2050-EXIT.
012570     IF WS-TYPE-NOT-SELECTED
012580         PERFORM 2070-COUNT-NOT-SELECTED
012590             THRU 2070-EXIT
012600         GO TO 2000-CHECKPOINT
012610     END-IF.
012620     PERFORM 2200-VALIDATE-MESSAGE
012630         THRU 2200-EXIT.
012640     IF WS-MESSAGE-VALID
012650         PERFORM 2300-DISPLAY-MESSAGE
012660             THRU 2300-EXIT
012670         PERFORM 2350-WRITE-INTERFACE-RECORD
012680             THRU 2350-EXIT
012690     ELSE
012720         PERFORM 2600-WRITE-REJECT-RECORD
012730             THRU 2600-EXIT
012740     END-IF.
012750     PERFORM 2400-WRITE-AUDIT-RECORD
012760         THRU 2400-EXIT.
012764 2000-CHECKPOINT.
012770     PERFORM 2700-WRITE-CHECKPOINT-RECORD
012780         THRU 2700-EXIT.
012790 2000-READ-NEXT.
012800     PERFORM 2900-READ-MESSAGE-MASTER
012810         THRU 2900-EXIT.
012820 2000-EXIT.
012830     EXIT.

012840******************************************************************
012850* 2020-RESEND-MESSAGE - on a restart, rebuilds this run's
012860*     transmission for a record the interrupted run already
012870*     processed - the same selection and date-window tests
012880*     decide it again, and a record that went out before goes
012890*     out again to the fresh interface generation, with no
012900*     second display, audit or routed-copy row, reject row or
012906*     checkpoint.  A record not selected is counted again - the
012912*     interrupted run never wrote its not-selected summary.
012920******************************************************************
012930 2020-RESEND-MESSAGE.
012940     PERFORM 2050-CHECK-TYPE-SELECTED
012950         THRU 2050-EXIT.
012960     IF WS-TYPE-NOT-SELECTED
012962         PERFORM 2070-COUNT-NOT-SELECTED
012964             THRU 2070-EXIT
012970         GO TO 2020-EXIT
012980     END-IF.
012990     PERFORM 2200-VALIDATE-MESSAGE
013000         THRU 2200-EXIT.
013010     IF WS-MESSAGE-INVALID
013020         GO TO 2020-EXIT
013030     END-IF.
013040     MOVE WS-RESOLVED-MESSAGE TO WS-MESSAGE.
013050     SET WS-RESENDING TO TRUE.
013060     PERFORM 2350-WRITE-INTERFACE-RECORD
013070         THRU 2350-EXIT.
013080     MOVE 'N' TO WS-RESENDING-SW.
013090 2020-EXIT.
013100     EXIT.

013110******************************************************************
013120* 2050-CHECK-TYPE-SELECTED - decides whether the current
013130*     record's type goes out today.  A parm card override
013140*     selects that one type alone; otherwise the schedule
013150*     table built by 1500 decides, with an empty table
013160*     selecting every type.  The record's language variant
013170*     must also clear the parm card's language filter and,
013180*     on a calendar entry that names a language, match that
013190*     entry - a blank record language counts as English.
013200******************************************************************
013210 2050-CHECK-TYPE-SELECTED.
013220     SET WS-TYPE-SELECTED TO TRUE.
013230     MOVE MM-LANGUAGE-CODE TO WS-RECORD-LANGUAGE.
013240     IF WS-RECORD-LANGUAGE = SPACES
013250         MOVE 'EN' TO WS-RECORD-LANGUAGE
013260     END-IF.
013270     IF WS-SELECTED-LANGUAGE NOT = SPACES
013280         AND WS-RECORD-LANGUAGE NOT = WS-SELECTED-LANGUAGE
013290         SET WS-TYPE-NOT-SELECTED TO TRUE
013300         GO TO 2050-EXIT
013310     END-IF.
013320     IF WS-SELECTED-TYPE NOT = SPACES
013330         IF MM-MESSAGE-TYPE NOT = WS-SELECTED-TYPE
013340             SET WS-TYPE-NOT-SELECTED TO TRUE
013350         END-IF
013360         GO TO 2050-EXIT
013370     END-IF.
013380     IF WS-SCHED-TYPE-COUNT = ZERO
013390         GO TO 2050-EXIT
013400     END-IF.
013410     SET WS-TYPE-NOT-SELECTED TO TRUE.
013420     PERFORM 2060-CHECK-ONE-SCHED-TYPE
013430         THRU 2060-EXIT
013440         VARYING WS-SCHED-SUB FROM 1 BY 1
013450         UNTIL WS-SCHED-SUB > WS-SCHED-TYPE-COUNT
013460         OR WS-TYPE-SELECTED.
013470 2050-EXIT.
013480     EXIT.

013490******************************************************************
013500* 2060-CHECK-ONE-SCHED-TYPE - checks the current record's type
013510*     and language against one scheduled-type table entry - an
013520*     entry with a blank language covers every variant of its
013530*     type.
013540******************************************************************
013550 2060-CHECK-ONE-SCHED-TYPE.
013560     IF MM-MESSAGE-TYPE = WS-SCHED-TYPE (WS-SCHED-SUB)
013570         AND (WS-SCHED-LANG (WS-SCHED-SUB) = SPACES
013580             OR WS-SCHED-LANG (WS-SCHED-SUB)
013590                 = WS-RECORD-LANGUAGE)
013600         SET WS-TYPE-SELECTED TO TRUE
013610     END-IF.
013620 2060-EXIT.
013621     EXIT.

013622******************************************************************
013623* 2070-COUNT-NOT-SELECTED - adds the current record to the
013624*     not-selected count for its type and language (blank =
013625*     EN), starting an entry the first time the pair is seen.
013626*     With the table full the record goes to the overflow count.
013627******************************************************************
013628 2070-COUNT-NOT-SELECTED.
013629     ADD 1 TO WS-NOT-SELECTED-COUNT.
013630     MOVE ZERO TO WS-NSEL-FOUND-SUB.
013631     PERFORM 2075-CHECK-ONE-NSEL-ENTRY
013632         THRU 2075-EXIT
013633         VARYING WS-NSEL-SUB FROM 1 BY 1
013634         UNTIL WS-NSEL-SUB > WS-NSEL-ENTRY-COUNT
013635         OR WS-NSEL-FOUND-SUB > ZERO.
013636     IF WS-NSEL-FOUND-SUB = ZERO
013637         IF WS-NSEL-ENTRY-COUNT NOT < 100
013638             ADD 1 TO WS-NSEL-OVERFLOW-COUNT
013639             GO TO 2070-EXIT
013640         END-IF
013641         ADD 1 TO WS-NSEL-ENTRY-COUNT
013642         MOVE WS-NSEL-ENTRY-COUNT TO WS-NSEL-FOUND-SUB
013643         MOVE MM-MESSAGE-TYPE
013644             TO WS-NSEL-TYPE (WS-NSEL-FOUND-SUB)
013645         MOVE WS-RECORD-LANGUAGE
013646             TO WS-NSEL-LANG (WS-NSEL-FOUND-SUB)
013647         MOVE ZERO TO WS-NSEL-RECORDS (WS-NSEL-FOUND-SUB)
013648     END-IF.
013649     ADD 1 TO WS-NSEL-RECORDS (WS-NSEL-FOUND-SUB).
013650 2070-EXIT.
013651     EXIT.

013652******************************************************************
013653* 2075-CHECK-ONE-NSEL-ENTRY - notes the current not-selected
013654*     entry when it is the current record's type and language.
013655******************************************************************
013656 2075-CHECK-ONE-NSEL-ENTRY.
013657     IF WS-NSEL-TYPE (WS-NSEL-SUB) = MM-MESSAGE-TYPE
013658         AND WS-NSEL-LANG (WS-NSEL-SUB) = WS-RECORD-LANGUAGE
013659         MOVE WS-NSEL-SUB TO WS-NSEL-FOUND-SUB
013660     END-IF.
013661 2075-EXIT.
013662     EXIT.

013663******************************************************************
013664* 2200-VALIDATE-MESSAGE - holds back a message outside its
013665*     effective/expiry date window, then rejects a blank
013670*     message, or one whose recorded length overflows the
013680*     message text field.  A message that passes has its
013690*     symbols resolved by 2250, which rejects it SYMB if any
013700*     will not resolve.
013710*     The resolved text is then screened by 2500 against
013720*     the wording rules for its type and language, and rejected
013730*     WORD if it breaks one.  Last, 2800 picks the
013740*     destinations the routing file sends it to, and a message
013750*     with none is rejected ROUT.
013760******************************************************************
013770 2200-VALIDATE-MESSAGE.
013780     MOVE SPACES TO WS-MESSAGE.
013790     SET WS-MESSAGE-VALID TO TRUE.
013800     MOVE SPACES TO WS-REJECT-REASON.
013810     IF WS-RUN-DATE < MM-EFFECTIVE-DATE
013820         SET WS-MESSAGE-INVALID TO TRUE
013830         MOVE 'NEFF' TO WS-REJECT-REASON
013840     ELSE
013850         IF NOT MM-NO-EXPIRY
013860             AND WS-RUN-DATE > MM-EXPIRY-DATE
013870             SET WS-MESSAGE-INVALID TO TRUE
013880             MOVE 'EXPD' TO WS-REJECT-REASON
013890         ELSE
013900             IF MM-MESSAGE-TEXT = SPACES
013910                 SET WS-MESSAGE-INVALID TO TRUE
013920                 MOVE 'BLNK' TO WS-REJECT-REASON
013930             ELSE
013940                 IF MM-MESSAGE-LENGTH > 240
013950                     SET WS-MESSAGE-INVALID TO TRUE
013960                     MOVE 'LOVF' TO WS-REJECT-REASON
013970                 END-IF
013980             END-IF
013990         END-IF
014000     END-IF.
014010     IF WS-MESSAGE-VALID
014020         PERFORM 2250-RESOLVE-SYMBOLS
014030             THRU 2250-EXIT
014040         IF WS-SYMBOLS-FAILED
014050             SET WS-MESSAGE-INVALID TO TRUE
014060             MOVE 'SYMB' TO WS-REJECT-REASON
014070         END-IF
014080     END-IF.
014090     IF WS-MESSAGE-VALID
014100         MOVE WS-RESOLVED-MESSAGE TO WS-WORD-CHECK-TEXT
014110         MOVE MM-MESSAGE-TYPE     TO WS-WORD-CHECK-TYPE
014120         MOVE WS-RECORD-LANGUAGE  TO WS-WORD-CHECK-LANGUAGE
014130         PERFORM 2500-CHECK-WORDING
014140             THRU 2500-EXIT
014150         IF WS-WORDING-FAILED
014160             SET WS-MESSAGE-INVALID TO TRUE
014170             MOVE 'WORD' TO WS-REJECT-REASON
014180         END-IF
014190     END-IF.
014200     IF WS-MESSAGE-VALID
014210         PERFORM 2800-ROUTE-MESSAGE
014220             THRU 2800-EXIT
014230         IF WS-ROUTE-HIT-COUNT = ZERO
014240             SET WS-MESSAGE-INVALID TO TRUE
014250             MOVE 'ROUT' TO WS-REJECT-REASON
014260         END-IF
014270     END-IF.
014280 2200-EXIT.
014290     EXIT.

014300******************************************************************
014310* 2250-RESOLVE-SYMBOLS - copies the message text into
014320*     WS-RESOLVED-MESSAGE, replacing each &NAME with its value.
014330*     A symbol is & followed by a capital letter, then letters
014340*     and digits up to the first other character.  && gives a
014350*     single &; any other & is copied as it stands.  Text
014360*     without a symbol keeps its recorded length; otherwise
014370*     the length is that of the resolved text.  Sets
014380*     WS-SYMBOLS-FAILED, with the cause in WS-SYMBOL-ERROR,
014390*     for an undefined symbol or text resolving past 240.
014400******************************************************************
014410 2250-RESOLVE-SYMBOLS.
014420     MOVE SPACES TO WS-RESOLVED-MESSAGE.
014430     MOVE SPACES TO WS-SYMBOL-ERROR.
014440     MOVE 'N' TO WS-SYMBOLS-FAILED-SW.
014450     MOVE 'N' TO WS-SYMBOL-SEEN-SW.
014460     MOVE 240 TO WS-SRC-LENGTH.
014470     PERFORM 2255-FIND-TEXT-END
014480         THRU 2255-EXIT
014490         WITH TEST AFTER
014500         UNTIL WS-SRC-LENGTH = ZERO
014510         OR MM-MESSAGE-TEXT (WS-SRC-LENGTH:1) NOT = SPACE.
014520     MOVE 1 TO WS-SRC-POS.
014530     MOVE 1 TO WS-OUT-POS.
014540     PERFORM 2260-RESOLVE-NEXT-ITEM
014550         THRU 2260-EXIT
014560         UNTIL WS-SRC-POS > WS-SRC-LENGTH
014570         OR WS-SYMBOLS-FAILED.
014580     IF WS-SYMBOLS-FAILED
014590         GO TO 2250-EXIT
014600     END-IF.
014610     IF WS-SYMBOL-SEEN
014620         COMPUTE WS-RESOLVED-LENGTH = WS-OUT-POS - 1
014630     ELSE
014640         MOVE MM-MESSAGE-LENGTH TO WS-RESOLVED-LENGTH
014650     END-IF.
014660 2250-EXIT.
014670     EXIT.

014680******************************************************************
014690* 2255-FIND-TEXT-END - steps WS-SRC-LENGTH back over one
014700*     trailing blank of the message text.
014710******************************************************************
014720 2255-FIND-TEXT-END.
014730     IF MM-MESSAGE-TEXT (WS-SRC-LENGTH:1) = SPACE
014740         SUBTRACT 1 FROM WS-SRC-LENGTH
014750     END-IF.
014760 2255-EXIT.
014770     EXIT.

014780******************************************************************
014790* 2260-RESOLVE-NEXT-ITEM - takes the next character, && pair or
014800*     symbol from the message text at WS-SRC-POS and appends
014810*     what it stands for to WS-RESOLVED-MESSAGE.
014820******************************************************************
014830 2260-RESOLVE-NEXT-ITEM.
014840     MOVE MM-MESSAGE-TEXT (WS-SRC-POS:1) TO WS-SCAN-CHAR.
014850     MOVE SPACE TO WS-NEXT-CHAR.
014860     IF WS-SRC-POS < WS-SRC-LENGTH
014870         MOVE MM-MESSAGE-TEXT (WS-SRC-POS + 1:1) TO WS-NEXT-CHAR
014880     END-IF.
014890     MOVE WS-SCAN-CHAR TO WS-SCAN-VALUE.
014900     MOVE 1 TO WS-SCAN-VALUE-LENGTH.
014910     IF WS-SCAN-CHAR NOT = '&'
014920         ADD 1 TO WS-SRC-POS
014930         GO TO 2260-APPEND-VALUE
014940     END-IF.
014950     IF WS-NEXT-CHAR = '&'
014960         SET WS-SYMBOL-SEEN TO TRUE
014970         ADD 2 TO WS-SRC-POS
014980         GO TO 2260-APPEND-VALUE
014990     END-IF.
015000     IF WS-NEXT-CHAR = SPACE
015010         OR WS-NEXT-CHAR NOT ALPHABETIC-UPPER
015020         ADD 1 TO WS-SRC-POS
015030         GO TO 2260-APPEND-VALUE
015040     END-IF.
015050     SET WS-SYMBOL-SEEN TO TRUE.
015060     PERFORM 2270-SCAN-SYMBOL-NAME
015070         THRU 2270-EXIT.
015080     PERFORM 2280-LOOKUP-SYMBOL
015090         THRU 2280-EXIT.
015100     IF WS-SYMBOLS-FAILED
015110         GO TO 2260-EXIT
015120     END-IF.
015130 2260-APPEND-VALUE.
015140     IF WS-OUT-POS + WS-SCAN-VALUE-LENGTH > 241
015150         SET WS-SYMBOLS-FAILED TO TRUE
015160         MOVE 'RESOLVES PAST 240' TO WS-SYMBOL-ERROR-REASON
015170         GO TO 2260-EXIT
015180     END-IF.
015190     MOVE WS-SCAN-VALUE (1:WS-SCAN-VALUE-LENGTH)
015200         TO WS-RESOLVED-MESSAGE (WS-OUT-POS:WS-SCAN-VALUE-LENGTH).
015210     ADD WS-SCAN-VALUE-LENGTH TO WS-OUT-POS.
015220 2260-EXIT.
015230     EXIT.

015240******************************************************************
015250* 2270-SCAN-SYMBOL-NAME - collects the symbol name following
015260*     the & at WS-SRC-POS into WS-SCAN-NAME, leaving
015270*     WS-SRC-POS on the first character after it.  A name
015280*     longer than ten characters is counted but not kept, so
015290*     it can never match.
015300******************************************************************
015310 2270-SCAN-SYMBOL-NAME.
015320     MOVE SPACES TO WS-SCAN-NAME.
015330     MOVE ZERO TO WS-NAME-LENGTH.
015340     MOVE 'N' TO WS-NAME-DONE-SW.
015350     ADD 1 TO WS-SRC-POS.
015360     PERFORM 2275-SCAN-NAME-CHAR
015370         THRU 2275-EXIT
015380         UNTIL WS-NAME-DONE.
015390 2270-EXIT.
015400     EXIT.

015410******************************************************************
015420* 2275-SCAN-NAME-CHAR - adds the character at WS-SRC-POS to the
015430*     symbol name if it is a capital letter or a digit, or ends
015440*     the name.
015450******************************************************************
015460 2275-SCAN-NAME-CHAR.
015470     IF WS-SRC-POS > WS-SRC-LENGTH
015480         SET WS-NAME-DONE TO TRUE
015490         GO TO 2275-EXIT
015500     END-IF.
015510     MOVE MM-MESSAGE-TEXT (WS-SRC-POS:1) TO WS-SCAN-CHAR.
015520     IF (WS-SCAN-CHAR ALPHABETIC-UPPER
015530         AND WS-SCAN-CHAR NOT = SPACE)
015540         OR WS-SCAN-CHAR NUMERIC
015550         ADD 1 TO WS-NAME-LENGTH
015560         IF WS-NAME-LENGTH NOT > 10
015570             MOVE WS-SCAN-CHAR
015580                 TO WS-SCAN-NAME (WS-NAME-LENGTH:1)
015590         END-IF
015600         ADD 1 TO WS-SRC-POS
015610     ELSE
015620         SET WS-NAME-DONE TO TRUE
015630     END-IF.
015640 2275-EXIT.
015650     EXIT.

015660******************************************************************
015670* 2280-LOOKUP-SYMBOL - puts the value of the symbol in
015680*     WS-SCAN-NAME into WS-SCAN-VALUE and its length into
015690*     WS-SCAN-VALUE-LENGTH - a built-in date symbol first,
015700*     then the SYMVALS table.  An unknown name sets
015710*     WS-SYMBOLS-FAILED.
015720******************************************************************
015730 2280-LOOKUP-SYMBOL.
015740     IF WS-NAME-LENGTH > 10
015750         GO TO 2280-UNDEFINED
015760     END-IF.
015770     IF WS-SCAN-NAME = 'RUNDATE'
015780         MOVE WS-RUNDATE-VALUE TO WS-SCAN-VALUE
015790         MOVE 10 TO WS-SCAN-VALUE-LENGTH
015800         GO TO 2280-EXIT
015810     END-IF.
015820     IF WS-SCAN-NAME = 'NEXTBUSDAY'
015830         MOVE WS-NEXTBUSDAY-VALUE TO WS-SCAN-VALUE
015840         MOVE 10 TO WS-SCAN-VALUE-LENGTH
015850         GO TO 2280-EXIT
015860     END-IF.
015870     IF WS-SCAN-NAME = 'DAYNAME'
015880         PERFORM 2285-SET-DAY-NAME
015890             THRU 2285-EXIT
015900         GO TO 2280-EXIT
015910     END-IF.
015920     MOVE 'N' TO WS-SYMBOL-FOUND-SW.
015930     PERFORM 2290-CHECK-ONE-SYMBOL
015940         THRU 2290-EXIT
015950         VARYING WS-SYMBOL-SUB FROM 1 BY 1
015960         UNTIL WS-SYMBOL-SUB > WS-SYMBOL-COUNT
015970         OR WS-SYMBOL-FOUND.
015980     IF WS-SYMBOL-FOUND
015990         MOVE WS-SYM-VALUE (WS-SYMBOL-FOUND-SUB)
016000             TO WS-SCAN-VALUE
016010         MOVE WS-SYM-VALUE-LENGTH (WS-SYMBOL-FOUND-SUB)
016020             TO WS-SCAN-VALUE-LENGTH
016030         GO TO 2280-EXIT
016040     END-IF.
016050 2280-UNDEFINED.
016060     SET WS-SYMBOLS-FAILED TO TRUE.
016070     MOVE 'UNDEFINED SYMBOL' TO WS-SYMBOL-ERROR-REASON.
016080     MOVE '&' TO WS-SYMBOL-ERROR-NAME.
016090     MOVE WS-SCAN-NAME TO WS-SYMBOL-ERROR-NAME (2:10).
016100 2280-EXIT.
016110     EXIT.

016120******************************************************************
016130* 2285-SET-DAY-NAME - gives the run date's day name in the
016140*     record's language - English, French or Spanish, with
016150*     any other language taking the English name.
016160******************************************************************
016170 2285-SET-DAY-NAME.
016180     MOVE 1 TO WS-DAY-NAME-SUB.
016190     IF WS-RECORD-LANGUAGE = 'FR'
016200         MOVE 2 TO WS-DAY-NAME-SUB
016210     END-IF.
016220     IF WS-RECORD-LANGUAGE = 'ES'
016230         MOVE 3 TO WS-DAY-NAME-SUB
016240     END-IF.
016250     MOVE WS-DAY-NAME (WS-DAY-NAME-SUB, WS-RUN-DAY-OF-WEEK)
016260         TO WS-SCAN-VALUE.
016270     PERFORM 2292-MEASURE-SCAN-VALUE
016280         THRU 2292-EXIT.
016290 2285-EXIT.
016300     EXIT.

016310******************************************************************
016320* 2290-CHECK-ONE-SYMBOL - checks one symbol table entry against
016330*     WS-SCAN-NAME, noting where it was found.
016340******************************************************************
016350 2290-CHECK-ONE-SYMBOL.
016360     IF WS-SYM-NAME (WS-SYMBOL-SUB) = WS-SCAN-NAME
016370         SET WS-SYMBOL-FOUND TO TRUE
016380         MOVE WS-SYMBOL-SUB TO WS-SYMBOL-FOUND-SUB
016390     END-IF.
016400 2290-EXIT.
016410     EXIT.

016420******************************************************************
016430* 2292-MEASURE-SCAN-VALUE - sets WS-SCAN-VALUE-LENGTH to the
016440*     position of the last non-blank in WS-SCAN-VALUE.
016450******************************************************************
016460 2292-MEASURE-SCAN-VALUE.
016470     MOVE 60 TO WS-SCAN-VALUE-LENGTH.
016480     PERFORM 2294-BACK-OVER-BLANK
016490         THRU 2294-EXIT
016500         WITH TEST AFTER
016510         UNTIL WS-SCAN-VALUE-LENGTH = ZERO
016520         OR WS-SCAN-VALUE (WS-SCAN-VALUE-LENGTH:1) NOT = SPACE.
016530 2292-EXIT.
016540     EXIT.

016550******************************************************************
016560* 2294-BACK-OVER-BLANK - steps WS-SCAN-VALUE-LENGTH back over
016570*     one trailing blank.
016580******************************************************************
016590 2294-BACK-OVER-BLANK.
016600     IF WS-SCAN-VALUE (WS-SCAN-VALUE-LENGTH:1) = SPACE
016610         SUBTRACT 1 FROM WS-SCAN-VALUE-LENGTH
016620     END-IF.
016630 2294-EXIT.
016640     EXIT.

016650******************************************************************
016660* 2300-DISPLAY-MESSAGE - shows the current banner text, with
016670*     its symbols resolved.
016680******************************************************************
016690 2300-DISPLAY-MESSAGE.
016700     MOVE WS-RESOLVED-MESSAGE TO WS-MESSAGE.
016710     DISPLAY WS-MESSAGE.
016720 2300-EXIT.
016730     EXIT.

016740******************************************************************
016750* 2350-WRITE-INTERFACE-RECORD - publishes the displayed message,
016760*     with a run timestamp and its language code, to each
016770*     destination 2800 routed it to - staged on the route work
016780*     file until 8000 cuts the transmissions.
016790******************************************************************
016800 2350-WRITE-INTERFACE-RECORD.
016810     IF WS-ROUTWORK-OPEN
016820         PERFORM 2360-WRITE-ROUTED-COPY
016830             THRU 2360-EXIT
016840             VARYING WS-DEST-SUB FROM 1 BY 1
016850             UNTIL WS-DEST-SUB > WS-DEST-COUNT
016860     END-IF.
016870 2350-EXIT.
016880     EXIT.

016890******************************************************************
016900* 2360-WRITE-ROUTED-COPY - stages the message for one
016910*     destination when it was routed there, counting it and
016920*     its resolved length into that destination's trailer, and
016930*     leaves a routed-copy audit row naming the destination.
016940*     A restart's resend writes no routed-copy row - the
016950*     interrupted run already left one.
016960******************************************************************
016970 2360-WRITE-ROUTED-COPY.
016980     IF NOT WS-DEST-ROUTED (WS-DEST-SUB)
016990         GO TO 2360-EXIT
017000     END-IF.
017010     MOVE SPACES      TO IF-INTERFACE-RECORD.
017020     SET IF-DETAIL-RECORD TO TRUE.
017030     MOVE WS-MESSAGE  TO IF-MESSAGE-TEXT.
017040     MOVE WS-RUN-DATE TO IF-RUN-DATE.
017050     MOVE WS-RUN-TIME TO IF-RUN-TIME.
017060     MOVE WS-RECORD-LANGUAGE TO IF-LANGUAGE-CODE.
017070     MOVE WS-DEST-ID (WS-DEST-SUB) TO IF-DESTINATION-ID.
017080     WRITE RW-WORK-RECORD FROM IF-INTERFACE-RECORD.
017090     ADD 1 TO WS-DEST-COUNT-SENT (WS-DEST-SUB).
017100     ADD WS-RESOLVED-LENGTH TO WS-DEST-HASH-TOTAL (WS-DEST-SUB).
017110     IF WS-RESENDING
017120         OR NOT WS-AUDIT-OPEN
017130         GO TO 2360-EXIT
017140     END-IF.
017150     MOVE WS-RUN-DATE      TO AU-JOB-DATE.
017160     MOVE WS-RUN-TIME      TO AU-JOB-TIME.
017170     MOVE RETURN-CODE      TO AU-RETURN-CODE.
017180     MOVE WS-MESSAGE       TO AU-MESSAGE-TEXT.
017190     SET AU-ROUTED-RECORD  TO TRUE.
017200     MOVE SPACES           TO AU-ROUTED-DATA.
017210     MOVE WS-DEST-ID (WS-DEST-SUB) TO AU-DESTINATION-ID.
017220     MOVE MM-RECORD-KEY    TO AU-RECORD-KEY.
017230     MOVE MM-MESSAGE-TYPE  TO AU-MESSAGE-TYPE.
017240     MOVE SPACES           TO AU-CYCLE-FLAG.
017250     WRITE AU-AUDIT-RECORD.
017260 2360-EXIT.
017270     EXIT.

017280******************************************************************
017290* 2400-WRITE-AUDIT-RECORD - appends one detail row to the audit
017300*     trail recording what, if anything, this message displayed.
017310*     One of these is written per message selected, not per
017320*     execution - see 2405-WRITE-RUN-AUDIT-RECORD for the row
017330*     RUNLOG-REPORT counts executions from.
017340******************************************************************
017350 2400-WRITE-AUDIT-RECORD.
017360     IF WS-AUDIT-OPEN
017370         MOVE WS-RUN-DATE      TO AU-JOB-DATE
017380         MOVE WS-RUN-TIME      TO AU-JOB-TIME
017390         MOVE RETURN-CODE      TO AU-RETURN-CODE
017400         MOVE WS-MESSAGE       TO AU-MESSAGE-TEXT
017410         SET AU-DETAIL-RECORD  TO TRUE
017420         MOVE ZERO             TO AU-RECORDS-READ
017430         MOVE MM-RECORD-KEY    TO AU-RECORD-KEY
017440         MOVE MM-MESSAGE-TYPE  TO AU-MESSAGE-TYPE
017450         MOVE SPACES           TO AU-CYCLE-FLAG
017460         WRITE AU-AUDIT-RECORD
017470     END-IF.
017480 2400-EXIT.
017490     EXIT.

017500******************************************************************
017510* 2405-WRITE-RUN-AUDIT-RECORD - appends one run-outcome row to
017520*     the audit trail for this execution, tagged AU-RUN-RECORD
017530*     so RUNLOG-REPORT can count and report executions from it
017540*     alone, independent of however many per-message detail rows
017550*     2400-WRITE-AUDIT-RECORD wrote for this run.  Called once
017560*     from 9000-TERMINATE.
017570******************************************************************
017580 2405-WRITE-RUN-AUDIT-RECORD.
017590     MOVE WS-RUN-DATE      TO AU-JOB-DATE.
017600     MOVE WS-RUN-TIME      TO AU-JOB-TIME.
017610     MOVE RETURN-CODE      TO AU-RETURN-CODE.
017620     MOVE SPACES           TO AU-MESSAGE-TEXT.
017630     SET AU-RUN-RECORD     TO TRUE.
017640     MOVE WS-RECORDS-READ-COUNT TO AU-RECORDS-READ.
017650     MOVE ZERO             TO AU-RECORD-KEY.
017660     MOVE SPACES           TO AU-MESSAGE-TYPE.
017670     MOVE SPACES           TO AU-CYCLE-FLAG.
017680     WRITE AU-AUDIT-RECORD.
017690 2405-EXIT.
017691     EXIT.

017692******************************************************************
017693* 2410-WRITE-NOT-SELECTED-ROWS - appends one not-selected summary
017694*     row per type and language counted by 2070, and one for the
017695*     overflow count when the table filled, so the balancing
017696*     programs can prove records read equals detail rows plus
017697*     records not selected.  Called from 9000-TERMINATE, ahead
017698*     of the run-outcome row.
017699******************************************************************
017700 2410-WRITE-NOT-SELECTED-ROWS.
017701     PERFORM 2415-WRITE-ONE-NSEL-ROW
017702         THRU 2415-EXIT
017703         VARYING WS-NSEL-SUB FROM 1 BY 1
017704         UNTIL WS-NSEL-SUB > WS-NSEL-ENTRY-COUNT.
017705     IF WS-NSEL-OVERFLOW-COUNT > ZERO
017706         DISPLAY 'SAMPLE-PROGRAM: NOT-SELECTED TABLE FULL - '
017707             WS-NSEL-OVERFLOW-COUNT
017708             ' RECORDS COUNTED AS *OVERFLOW*'
017709         MOVE '*OVERFLOW*'           TO WS-CANDIDATE-TYPE
017710         MOVE SPACES                 TO AU-SUMMARY-DATA
017711         MOVE WS-NSEL-OVERFLOW-COUNT TO AU-RECORDS-READ
017712         PERFORM 2420-WRITE-NSEL-ROW
017713             THRU 2420-EXIT
017714     END-IF.
017715     IF WS-NOT-SELECTED-COUNT > ZERO
017716         DISPLAY 'SAMPLE-PROGRAM: RECORDS READ BUT NOT '
017717             'SELECTED - '
017718             WS-NOT-SELECTED-COUNT
017719     END-IF.
017720 2410-EXIT.
017721     EXIT.

017722******************************************************************
017723* 2415-WRITE-ONE-NSEL-ROW - writes the summary row for one
017724*     not-selected table entry.
017725******************************************************************
017726 2415-WRITE-ONE-NSEL-ROW.
017727     MOVE WS-NSEL-TYPE (WS-NSEL-SUB) TO WS-CANDIDATE-TYPE.
017728     MOVE SPACES                     TO AU-SUMMARY-DATA.
017729     MOVE WS-NSEL-LANG (WS-NSEL-SUB) TO AU-SUMMARY-LANGUAGE.
017730     MOVE WS-NSEL-RECORDS (WS-NSEL-SUB) TO AU-RECORDS-READ.
017731     PERFORM 2420-WRITE-NSEL-ROW
017732         THRU 2420-EXIT.
017733 2415-EXIT.
017734     EXIT.

017735******************************************************************
017736* 2420-WRITE-NSEL-ROW - completes and writes a not-selected row
017737*     whose language and count the caller has set, for the type
017738*     in WS-CANDIDATE-TYPE.
017739******************************************************************
017740 2420-WRITE-NSEL-ROW.
017741     MOVE WS-RUN-DATE       TO AU-JOB-DATE.
017742     MOVE WS-RUN-TIME       TO AU-JOB-TIME.
017743     MOVE RETURN-CODE       TO AU-RETURN-CODE.
017744     SET AU-NOT-SELECTED-RECORD TO TRUE.
017745     MOVE ZERO              TO AU-RECORD-KEY.
017746     MOVE WS-CANDIDATE-TYPE TO AU-MESSAGE-TYPE.
017747     MOVE SPACES            TO AU-CYCLE-FLAG.
017748     WRITE AU-AUDIT-RECORD.
017749 2420-EXIT.
017750     EXIT.

017751******************************************************************
017752* 2500-CHECK-WORDING - screens WS-WORD-CHECK-TEXT against the
017753*     wording rules in force for WS-WORD-CHECK-TYPE and
017754*     WS-WORD-CHECK-LANGUAGE (blank = EN) - a rule with a blank
017755*     type or language applies to every type or language.  The
017760*     text fails on the first prohibited phrase it carries or
017770*     the first required phrase it lacks, the rule broken left
017780*     in WS-WORD-VIOLATION.  Case is ignored.
017790******************************************************************
017800 2500-CHECK-WORDING.
017810     MOVE 'N' TO WS-WORDING-FAILED-SW.
017820     MOVE SPACES TO WS-WORD-VIOLATION-REASON.
017830     MOVE SPACES TO WS-WORD-VIOLATION-PHRASE.
017840     IF WS-WORD-CHECK-LANGUAGE = SPACES
017850         MOVE 'EN' TO WS-WORD-CHECK-LANGUAGE
017860     END-IF.
017870     INSPECT WS-WORD-CHECK-TEXT
017880         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
017890     PERFORM 2510-CHECK-ONE-WORD-RULE
017900         THRU 2510-EXIT
017910         VARYING WS-WORD-RULE-SUB FROM 1 BY 1
017920         UNTIL WS-WORD-RULE-SUB > WS-WORD-RULE-COUNT
017930         OR WS-WORDING-FAILED.
017940 2500-EXIT.
017950     EXIT.

017960******************************************************************
017970* 2510-CHECK-ONE-WORD-RULE - applies one table rule, if it is in
017980*     force and covers the type and language, by looking for its
017990*     phrase at every position of the text.
018000******************************************************************
018010 2510-CHECK-ONE-WORD-RULE.
018020     IF NOT WS-WRT-ACTIVE (WS-WORD-RULE-SUB)
018030         GO TO 2510-EXIT
018040     END-IF.
018050     IF WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB) NOT = SPACES
018060         AND WS-WRT-MESSAGE-TYPE (WS-WORD-RULE-SUB)
018070             NOT = WS-WORD-CHECK-TYPE
018080         GO TO 2510-EXIT
018090     END-IF.
018100     IF WS-WRT-LANGUAGE (WS-WORD-RULE-SUB) NOT = SPACES
018110         AND WS-WRT-LANGUAGE (WS-WORD-RULE-SUB)
018120             NOT = WS-WORD-CHECK-LANGUAGE
018130         GO TO 2510-EXIT
018140     END-IF.
018150     MOVE WS-WRT-PHRASE (WS-WORD-RULE-SUB) TO WS-WORD-PHRASE.
018160     MOVE WS-WRT-PHRASE-LENGTH (WS-WORD-RULE-SUB)
018170         TO WS-WORD-PHRASE-LENGTH.
018180     COMPUTE WS-WORD-SCAN-LAST = 241 - WS-WORD-PHRASE-LENGTH.
018190     MOVE 'N' TO WS-PHRASE-FOUND-SW.
018200     PERFORM 2520-MATCH-PHRASE-AT
018210         THRU 2520-EXIT
018220         VARYING WS-WORD-SCAN-POS FROM 1 BY 1
018230         UNTIL WS-WORD-SCAN-POS > WS-WORD-SCAN-LAST
018240         OR WS-PHRASE-FOUND.
018250     IF WS-WRT-PROHIBITED (WS-WORD-RULE-SUB)
018260         AND WS-PHRASE-FOUND
018270         SET WS-WORDING-FAILED TO TRUE
018280         MOVE 'PROHIBITED PHRASE' TO WS-WORD-VIOLATION-REASON
018290         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
018300     END-IF.
018310     IF WS-WRT-REQUIRED (WS-WORD-RULE-SUB)
018320         AND NOT WS-PHRASE-FOUND
018330         SET WS-WORDING-FAILED TO TRUE
018340         MOVE 'REQUIRED PHRASE MISSING'
018350             TO WS-WORD-VIOLATION-REASON
018360         MOVE WS-WORD-PHRASE TO WS-WORD-VIOLATION-PHRASE
018370     END-IF.
018380 2510-EXIT.
018390     EXIT.

018400******************************************************************
018410* 2520-MATCH-PHRASE-AT - marks the phrase found when the text at
018420*     the current scan position starts with it.
018430******************************************************************
018440 2520-MATCH-PHRASE-AT.
018450     IF WS-WORD-CHECK-TEXT
018460             (WS-WORD-SCAN-POS:WS-WORD-PHRASE-LENGTH)
018470         = WS-WORD-PHRASE (1:WS-WORD-PHRASE-LENGTH)
018480         SET WS-PHRASE-FOUND TO TRUE
018490     END-IF.
018500 2520-EXIT.
018510     EXIT.

018520******************************************************************
018530* 2600-WRITE-REJECT-RECORD - logs a message record that failed
018540*     validation instead of letting it go out to DISPLAY.  A
018550*     record held back by its date window (NEFF/EXPD) also gets
018560*     a console line, so operations can see what was held and
018570*     why without pulling the reject file, as does one held for
018580*     a symbol that would not resolve (SYMB), naming the cause,
018590*     or for a wording rule broken (WORD), naming the rule,
018600*     or for want of a route (ROUT), naming the language.
018610*     The reject row keeps the text as keyed.
018620******************************************************************
018630 2600-WRITE-REJECT-RECORD.
018640     IF WS-REJECT-OPEN
018650         MOVE MM-MESSAGE-TEXT  TO RJ-MESSAGE-TEXT
018660         MOVE WS-REJECT-REASON TO RJ-REASON-CODE
018670         MOVE WS-RUN-DATE      TO RJ-JOB-DATE
018680         MOVE WS-RUN-TIME      TO RJ-JOB-TIME
018690         MOVE MM-RECORD-KEY    TO RJ-RECORD-KEY
018700         WRITE RJ-REJECT-RECORD
018710     END-IF.
018720     IF WS-REJECT-REASON = 'NEFF'
018730         OR WS-REJECT-REASON = 'EXPD'
018740         DISPLAY 'SAMPLE-PROGRAM: MESSAGE HELD - TYPE '
018750             MM-MESSAGE-TYPE ' KEY ' MM-RECORD-KEY
018760             ' REASON ' WS-REJECT-REASON
018770     END-IF.
018780     IF WS-REJECT-REASON = 'SYMB'
018790         DISPLAY 'SAMPLE-PROGRAM: MESSAGE HELD - TYPE '
018800             MM-MESSAGE-TYPE ' KEY ' MM-RECORD-KEY
018810             ' REASON SYMB - ' WS-SYMBOL-ERROR
018820     END-IF.
018830     IF WS-REJECT-REASON = 'WORD'
018840         DISPLAY 'SAMPLE-PROGRAM: MESSAGE HELD - TYPE '
018850             MM-MESSAGE-TYPE ' KEY ' MM-RECORD-KEY
018860             ' REASON WORD - ' WS-WORD-VIOLATION
018870     END-IF.
018880     IF WS-REJECT-REASON = 'ROUT'
018890         DISPLAY 'SAMPLE-PROGRAM: MESSAGE HELD - TYPE '
018900             MM-MESSAGE-TYPE ' KEY ' MM-RECORD-KEY
018910             ' REASON ROUT - NO ROUTE FOR LANGUAGE '
018920             WS-RECORD-LANGUAGE
018930     END-IF.
018940 2600-EXIT.
018950     EXIT.

018960******************************************************************
018970* 2700-WRITE-CHECKPOINT-RECORD - every WS-CHECKPOINT-INTERVAL
018980*     records read, records how many have been read, and the key
018990*     of the record just handled, so a restart can resend up to
019000*     this point instead of reprocessing the file from the top.
019010******************************************************************
019020 2700-WRITE-CHECKPOINT-RECORD.
019030     DIVIDE WS-RECORDS-READ-COUNT BY WS-CHECKPOINT-INTERVAL
019040         GIVING WS-CHECKPOINT-QUOTIENT
019050         REMAINDER WS-CHECKPOINT-REMAINDER.
019060     IF WS-CHECKPOINT-REMAINDER = ZERO
019070         AND WS-CHKPT-OPEN
019080         MOVE WS-RUN-DATE         TO CK-RUN-ID
019090         MOVE MM-RECORD-KEY       TO CK-LAST-KEY-PROCESSED
019094         MOVE WS-RECORDS-READ-COUNT TO CK-RECORDS-PROCESSED
019100         MOVE WS-RUN-DATE         TO CK-CHECKPOINT-DATE
019110         MOVE WS-RUN-TIME         TO CK-CHECKPOINT-TIME
019120         WRITE CK-CHECKPOINT-RECORD
019130     END-IF.
019140 2700-EXIT.
019150     EXIT.

019160******************************************************************
019170* 2750-RESET-CHECKPOINT-FILE - clears CHECKPOINT-FILE after a
019180*     clean completion, so a later run - restarted or not -
019190*     never mistakes this run's checkpoints for its own
019200*     in-progress restart.
019210******************************************************************
019220 2750-RESET-CHECKPOINT-FILE.
019230     OPEN OUTPUT CHECKPOINT-FILE.
019240     CLOSE CHECKPOINT-FILE.
019250 2750-EXIT.
019260     EXIT.

019430******************************************************************
019440* 2800-ROUTE-MESSAGE - marks each destination with an active
019450*     route covering the current message's type and language
019460*     (blank = EN) - a route with a blank type or language
019470*     covers every type or language - and counts the routes
019480*     matched, zero leaving the message nowhere to go.
019490******************************************************************
019500 2800-ROUTE-MESSAGE.
019510     MOVE ZERO TO WS-ROUTE-HIT-COUNT.
019520     PERFORM 2810-CLEAR-ONE-DESTINATION
019530         THRU 2810-EXIT
019540         VARYING WS-DEST-SUB FROM 1 BY 1
019550         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
019560     PERFORM 2820-CHECK-ONE-ROUTE
019570         THRU 2820-EXIT
019580         VARYING WS-ROUTE-SUB FROM 1 BY 1
019590         UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT.
019600 2800-EXIT.
019610     EXIT.

019620******************************************************************
019630* 2810-CLEAR-ONE-DESTINATION - unmarks one destination ahead of
019640*     routing the next message.
019650******************************************************************
019660 2810-CLEAR-ONE-DESTINATION.
019670     MOVE 'N' TO WS-DEST-ROUTED-SW (WS-DEST-SUB).
019680 2810-EXIT.
019690     EXIT.

019700******************************************************************
019710* 2820-CHECK-ONE-ROUTE - marks the destination of one route
019720*     when the route is in force and covers the current
019730*     message.
019740******************************************************************
019750 2820-CHECK-ONE-ROUTE.
019760     MOVE WS-RTE-DEST-SUB (WS-ROUTE-SUB) TO WS-DEST-FOUND-SUB.
019770     IF WS-DEST-FOUND-SUB = ZERO
019780         GO TO 2820-EXIT
019790     END-IF.
019800     IF (WS-RTE-MESSAGE-TYPE (WS-ROUTE-SUB) = SPACES
019810         OR WS-RTE-MESSAGE-TYPE (WS-ROUTE-SUB)
019820             = MM-MESSAGE-TYPE)
019830         AND (WS-RTE-LANGUAGE (WS-ROUTE-SUB) = SPACES
019840         OR WS-RTE-LANGUAGE (WS-ROUTE-SUB)
019850             = WS-RECORD-LANGUAGE)
019860         MOVE 'Y' TO WS-DEST-ROUTED-SW (WS-DEST-FOUND-SUB)
019870         ADD 1 TO WS-ROUTE-HIT-COUNT
019880     END-IF.
019890 2820-EXIT.
019900     EXIT.

019910******************************************************************
019920* 2900-READ-MESSAGE-MASTER - reads the next message master
019930*     record in key order, counting each record seen, or
019940*     signals end of file.  On a restart every record is read
019950*     again from the top - 2000 routes the already-
019954*     checkpointed ones through 2020-RESEND-MESSAGE.  When 1560
019958*     listed the selected types, the next record of those types
019962*     is read by 2950 instead.
019970******************************************************************
019980 2900-READ-MESSAGE-MASTER.
019981     IF WS-READ-BY-TYPE
019982         MOVE 'N' TO WS-TYPE-RECORD-READ-SW
019983         PERFORM 2950-READ-NEXT-OF-TYPE
019984             THRU 2950-EXIT
019985             UNTIL WS-TYPE-RECORD-READ
019986             OR WS-EOF
019987         GO TO 2900-EXIT
019988     END-IF.
019990     READ MESSAGE-MASTER-FILE NEXT
020000         AT END
020010             SET WS-EOF TO TRUE
020020         NOT AT END
020030             ADD 1 TO WS-RECORDS-READ-COUNT
020040     END-READ.
020050 2900-EXIT.
020051     EXIT.

020052******************************************************************
020053* 2950-READ-NEXT-OF-TYPE - reads the next record of the type
020054*     being read, in message-type index order, counting it.  At
020055*     the end of the type's records - or before the first -
020056*     positions on the next type in the read list instead, and
020057*     signals end of file once the list is used up.
020058******************************************************************
020059 2950-READ-NEXT-OF-TYPE.
020060     IF NOT WS-TYPE-POSITIONED
020061         PERFORM 2960-START-NEXT-TYPE
020062             THRU 2960-EXIT
020063         GO TO 2950-EXIT
020064     END-IF.
020065     READ MESSAGE-MASTER-FILE NEXT
020066         AT END
020067             MOVE 'N' TO WS-TYPE-POSITIONED-SW
020068             GO TO 2950-EXIT
020069     END-READ.
020070     IF MM-MESSAGE-TYPE NOT = WS-READ-TYPE (WS-READ-TYPE-SUB)
020071         MOVE 'N' TO WS-TYPE-POSITIONED-SW
020072         GO TO 2950-EXIT
020073     END-IF.
020074     ADD 1 TO WS-RECORDS-READ-COUNT.
020075     SET WS-TYPE-RECORD-READ TO TRUE.
020076 2950-EXIT.
020077     EXIT.

020078******************************************************************
020079* 2960-START-NEXT-TYPE - moves to the next type in the read list
020080*     and positions the master on its first record by the
020081*     message-type alternate key.  A type with no records on the
020082*     master is reported and passed over.
020083******************************************************************
020084 2960-START-NEXT-TYPE.
020085     ADD 1 TO WS-READ-TYPE-SUB.
020086     IF WS-READ-TYPE-SUB > WS-READ-TYPE-COUNT
020087         SET WS-EOF TO TRUE
020088         GO TO 2960-EXIT
020089     END-IF.
020090     MOVE WS-READ-TYPE (WS-READ-TYPE-SUB) TO MM-MESSAGE-TYPE.
020091     START MESSAGE-MASTER-FILE
020092         KEY IS EQUAL TO MM-MESSAGE-TYPE
020093         INVALID KEY
020094             DISPLAY 'SAMPLE-PROGRAM: NO MESSAGE-MASTER RECORDS '
020095                 'FOR TYPE ' WS-READ-TYPE (WS-READ-TYPE-SUB)
020096             GO TO 2960-EXIT
020097     END-START.
020098     SET WS-TYPE-POSITIONED TO TRUE.
020099 2960-EXIT.
020100     EXIT.

020101******************************************************************
020102* 8000-CUT-TRANSMISSIONS - cuts one transmission per
020103*     destination onto the interface file from the details
020104*     staged on the route work file.  A destination nothing
020110*     was routed to this run still gets its empty batch, so
020120*     its load sees the run happened.  With no destination at
020130*     all, one empty batch with a blank destination is cut.
020140******************************************************************
020150 8000-CUT-TRANSMISSIONS.
020160     IF WS-DEST-COUNT = ZERO
020170         MOVE SPACES TO WS-CURRENT-DESTINATION
020180         MOVE ZERO   TO WS-INTERFACE-COUNT
020190         MOVE ZERO   TO WS-HASH-TOTAL
020200         PERFORM 1400-WRITE-INTERFACE-HEADER
020210             THRU 1400-EXIT
020220         PERFORM 8100-WRITE-INTERFACE-TRAILER
020230             THRU 8100-EXIT
020240         GO TO 8000-EXIT
020250     END-IF.
020260     PERFORM 8010-CUT-ONE-TRANSMISSION
020270         THRU 8010-EXIT
020280         VARYING WS-DEST-SUB FROM 1 BY 1
020290         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
020300 8000-EXIT.
020310     EXIT.

020320******************************************************************
020330* 8010-CUT-ONE-TRANSMISSION - writes one destination's header,
020340*     its details in the order they were staged - a pass of
020350*     the work file per destination - and its trailer with
020360*     the count and hash 2360 kept for it.
020370******************************************************************
020380 8010-CUT-ONE-TRANSMISSION.
020390     MOVE WS-DEST-ID (WS-DEST-SUB)  TO WS-CURRENT-DESTINATION.
020400     MOVE WS-DEST-COUNT-SENT (WS-DEST-SUB)
020410         TO WS-INTERFACE-COUNT.
020420     MOVE WS-DEST-HASH-TOTAL (WS-DEST-SUB)
020430         TO WS-HASH-TOTAL.
020440     PERFORM 1400-WRITE-INTERFACE-HEADER
020450         THRU 1400-EXIT.
020460     IF WS-ROUTWORK-STAGED
020470         AND WS-INTERFACE-COUNT > ZERO
020480         OPEN INPUT ROUTE-WORK-FILE
020490         IF WS-ROUTWORK-OK
020500             MOVE 'N' TO WS-ROUTWORK-EOF-SW
020510             PERFORM 8020-COPY-ONE-DETAIL
020520                 THRU 8020-EXIT
020530                 UNTIL WS-ROUTWORK-EOF
020540             CLOSE ROUTE-WORK-FILE
020550         ELSE
020560             DISPLAY 'SAMPLE-PROGRAM: UNABLE TO REREAD ROUTE '
020570                 'WORK FILE, STATUS = ' WS-ROUTWORK-STATUS
020580             MOVE 16 TO RETURN-CODE
020590         END-IF
020600     END-IF.
020610     PERFORM 8100-WRITE-INTERFACE-TRAILER
020620         THRU 8100-EXIT.
020630     DISPLAY 'SAMPLE-PROGRAM: DESTINATION '
020640         WS-CURRENT-DESTINATION ' - ' WS-INTERFACE-COUNT
020650         ' RECORDS SENT'.
020660 8010-EXIT.
020670     EXIT.

020680******************************************************************
020690* 8020-COPY-ONE-DETAIL - reads one staged detail and copies it
020700*     to the interface file when it belongs to the destination
020710*     being cut.
020720******************************************************************
020730 8020-COPY-ONE-DETAIL.
020740     READ ROUTE-WORK-FILE INTO IF-INTERFACE-RECORD
020750         AT END
020760             SET WS-ROUTWORK-EOF TO TRUE
020770             GO TO 8020-EXIT
020780     END-READ.
020790     IF IF-DESTINATION-ID = WS-CURRENT-DESTINATION
020800         WRITE IF-INTERFACE-RECORD
020810     END-IF.
020820 8020-EXIT.
020830     EXIT.

020840******************************************************************
020850* 8100-WRITE-INTERFACE-TRAILER - closes one destination's
020860*     transmission with a trailer record carrying the detail
020870*     record count and the hash total of the message lengths
020880*     written, so a short or doubled file shows up downstream
020890*     immediately.
020900******************************************************************
020910 8100-WRITE-INTERFACE-TRAILER.
020920     MOVE SPACES             TO IF-INTERFACE-RECORD.
020930     SET IF-TRAILER-RECORD   TO TRUE.
020940     MOVE WS-INTERFACE-COUNT TO IF-DETAIL-COUNT.
020950     MOVE WS-HASH-TOTAL      TO IF-HASH-TOTAL.
020960     MOVE WS-CURRENT-DESTINATION TO IF-DESTINATION-ID.
020970     WRITE IF-INTERFACE-RECORD.
020980 8100-EXIT.
020990     EXIT.

021000******************************************************************
021010* 9000-TERMINATE - closes open files before STOP RUN.
021020******************************************************************
021030 9000-TERMINATE.
021040     IF WS-MSGMAST-OPEN
021050         CLOSE MESSAGE-MASTER-FILE
021060     END-IF.
021070     IF WS-AUDIT-OPEN
021072         PERFORM 2410-WRITE-NOT-SELECTED-ROWS
021074             THRU 2410-EXIT
021080         PERFORM 2405-WRITE-RUN-AUDIT-RECORD
021090             THRU 2405-EXIT
021100         CLOSE AUDIT-TRAIL-FILE
021110     END-IF.
021120     IF WS-REJECT-OPEN
021130         CLOSE REJECT-FILE
021140     END-IF.
021150     IF WS-ROUTWORK-OPEN
021160         CLOSE ROUTE-WORK-FILE
021170         MOVE 'N' TO WS-ROUTWORK-OPEN-SW
021180         SET WS-ROUTWORK-STAGED TO TRUE
021190     END-IF.
021200     IF WS-INTRFACE-OPEN
021210         PERFORM 8000-CUT-TRANSMISSIONS
021220             THRU 8000-EXIT
021230         CLOSE INTERFACE-FILE
021240     END-IF.
021250     IF WS-CHKPT-OPEN
021260         CLOSE CHECKPOINT-FILE
021270         IF RETURN-CODE = ZERO
021280             PERFORM 2750-RESET-CHECKPOINT-FILE
021290                 THRU 2750-EXIT
021300         END-IF
021310     END-IF.
021320 9000-EXIT.
021330     EXIT.

021340 END PROGRAM SAMPLE-PROGRAM.
