000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/14/2026 RDM   ORIGINAL VERSION. WHAT-IF IMPACT SIMULATION OF
000060*                  A STAGED RULECTL SET AHEAD OF ITS EFFECTIVE
000070*                  DATE. THE SIMREQ CARD NAMES THE STAGED SET BY
000080*                  ITS EFFECTIVE DATE (YYYYMMDD, COLS 1-8). THE
000090*                  STEP READS THE SAME SYSIN CONTROL DECK, RULECTL
000100*                  AND SKIPLIST THE CYCLE RUNS WITH, RE-DERIVES
000110*                  EVERY KEY IN EVERY RANGE UNDER BOTH THE SET IN
000120*                  FORCE FOR THE DECK'S BUSINESS DATE AND THE
000130*                  STAGED SET (AS 2110-APPLY-RULES IN THE MAIN JOB
000140*                  DOES IT), AND COMPARES THE STAGED RESULT WITH
000150*                  THE CURRENT VSAMOUT. THE IMPACT REPORT (SIMRPT)
000160*                  SHOWS THE KEYS THAT WOULD CHANGE CLASS OR TEXT,
000170*                  BEFORE/AFTER HITS BY CLASS, BY RULE WORD AND BY
000180*                  COMBINATION, AND EVERY KEY WHOSE BUILT TEXT
000190*                  WOULD OVERFLOW (FIZZBUZZ0015E) UNDER THE STAGED
000200*                  SET. NO PRODUCTION FILE IS WRITTEN - VSAMOUT IS
000210*                  OPENED INPUT ONLY AND RUNCTL IS NOT TOUCHED. A
000220*                  PROJECTED OVERFLOW ENDS THE STEP WITH
000230*                  RETURN-CODE 4 SO IT CANNOT BE SIGNED OFF
000240*                  UNNOTICED.
000250* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000260*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000270*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000280*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000290*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000300* 10/15/2026 RDM   CLIENT PROFILES. THE SIMREQ CARD NAMES THE
000310*                  PROFILE TO SIMULATE IN COLS 10-13 (BLANK = BASE
000320*                  PROFILE). ONLY THAT PROFILE'S CONTROL CARDS
000330*                  (COLS 34-37) ARE SIMULATED, ITS RULECTL ROWS
000340*                  (COLS 23-26) FORM BOTH SETS - THE BASE ROWS
000350*                  WHEN IT HAS NONE, AS IN THE MAIN JOB - ONLY
000360*                  SKIPLIST ENTRIES FOR ALL PROFILES OR FOR IT
000370*                  (COLS 69-72) APPLY, AND VSAMOUT IS READ UNDER
000380*                  ITS PROFILE KEY.
000390* 10/15/2026 RDM   A CARD FOR A SEVENTH PROFILE ON THE DECK, OR
000400*                  OUT OF VSAMOUT KEY ORDER (AN EARLIER PROFILE,
000410*                  OR A START NOT PAST THE PREVIOUS END FOR THE
000420*                  SAME PROFILE), IS NOW SKIPPED, AS THE MAIN JOB
000430*                  REJECTS IT. BOTH ARE JUDGED ACROSS THE WHOLE
000440*                  DECK, NOT ONLY THE SIMULATED PROFILE'S CARDS.
000450*----------------------------------------------------------------*
000460
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    FBRULSIM.
000490 AUTHOR.        R D MARKHAM.
000500 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000510 DATE-WRITTEN.  10/14/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SIMREQ-FILE ASSIGN TO "SIMREQ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SIM-SIMREQ-STATUS.
000600
000610     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SIM-SYSIN-STATUS.
000640
000650     SELECT RULECTL-FILE ASSIGN TO "RULECTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS SIM-RULECTL-STATUS.
000680
000690     SELECT SKIP-FILE ASSIGN TO "SKIPLIST"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS SIM-SKIP-STATUS.
000720
000730     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS FB-VSAM-FULL-KEY
000770         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000780         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000790         FILE STATUS IS SIM-VSAM-STATUS.
000800
000810     SELECT SIMRPT-FILE ASSIGN TO "SIMRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS SIM-SIMRPT-STATUS.
000840
000850     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS SIM-MSGLOG-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SIMREQ-FILE
000920     LABEL RECORDS ARE OMITTED.
000930 01  SIM-REQUEST-CARD.
000940     05  SIM-REQ-EFF-DATE      PIC X(08).
000950     05  FILLER                PIC X(01).
000960     05  SIM-REQ-PROFILE       PIC X(04).
000970     05  FILLER                PIC X(67).
000980
000990 FD  SYSIN-FILE
001000     LABEL RECORDS ARE OMITTED.
001010 01  SIM-PARM-RECORD.
001020     05  SIM-PARM-START        PIC S9(10)
001030         SIGN IS TRAILING SEPARATE CHARACTER.
001040     05  SIM-PARM-END          PIC S9(10)
001050         SIGN IS TRAILING SEPARATE CHARACTER.
001060     05  SIM-PARM-RESTART-SW   PIC X(01).
001070     05  SIM-PARM-BUS-DATE     PIC X(08).
001080     05  SIM-PARM-BYPASS-SW    PIC X(01).
001090     05  FILLER                PIC X(01).
001100     05  SIM-PARM-PROFILE      PIC X(04).
001110     05  FILLER                PIC X(43).
001120
001130 FD  RULECTL-FILE
001140     LABEL RECORDS ARE OMITTED.
001150 01  SIM-RULE-RECORD.
001160     05  SIM-RULE-DIVISOR      PIC 9(03).
001170     05  SIM-RULE-WORD         PIC X(10).
001180     05  SIM-RULE-EFF-DATE     PIC X(08).
001190     05  FILLER                PIC X(01).
001200     05  SIM-RULE-PROFILE      PIC X(04).
001210     05  FILLER                PIC X(54).
001220
001230 FD  SKIP-FILE
001240     LABEL RECORDS ARE OMITTED.
001250 01  SIM-SKIP-RECORD.
001260     05  SIM-SKIP-REC-FROM-X   PIC X(09).
001270     05  FILLER                PIC X(01).
001280     05  SIM-SKIP-REC-THRU-X   PIC X(09).
001290     05  FILLER                PIC X(01).
001300     05  SIM-SKIP-REC-ACTION   PIC X(04).
001310     05  FILLER                PIC X(01).
001320     05  SIM-SKIP-REC-TEXT     PIC X(20).
001330     05  FILLER                PIC X(01).
001340     05  SIM-SKIP-REC-EXPIRY   PIC X(08).
001350     05  FILLER                PIC X(01).
001360     05  SIM-SKIP-REC-REF      PIC X(12).
001370     05  FILLER                PIC X(01).
001380     05  SIM-SKIP-REC-PROFILE  PIC X(04).
001390     05  FILLER                PIC X(08).
001400
001410 FD  VSAM-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY FBOUTREC.
001440
001450 FD  SIMRPT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  SIM-REPORT-RECORD         PIC X(80).
001480
001490 FD  MSGLOG-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY FBMSGLOG.
001520
001530 WORKING-STORAGE SECTION.
001540 01  SIM-FILE-STATUSES.
001550     05  SIM-SIMREQ-STATUS     PIC X(02) VALUE "00".
001560     05  SIM-SYSIN-STATUS      PIC X(02) VALUE "00".
001570     05  SIM-RULECTL-STATUS    PIC X(02) VALUE "00".
001580     05  SIM-SKIP-STATUS       PIC X(02) VALUE "00".
001590     05  SIM-VSAM-STATUS       PIC X(02) VALUE "00".
001600     05  SIM-SIMRPT-STATUS     PIC X(02) VALUE "00".
001610     05  SIM-MSGLOG-STATUS     PIC X(02) VALUE "00".
001620
001630 01  SIM-SWITCHES.
001640     05  SIM-DECK-EOF-SW       PIC X(01) VALUE "N".
001650         88  SIM-DECK-AT-EOF           VALUE "Y".
001660     05  SIM-CARD-VALID-SW     PIC X(01) VALUE "Y".
001670         88  SIM-CARD-IS-VALID         VALUE "Y".
001680         88  SIM-CARD-IS-INVALID       VALUE "N".
001690     05  SIM-RECORD-FOUND-SW   PIC X(01) VALUE "N".
001700         88  SIM-RECORD-WAS-FOUND      VALUE "Y".
001710     05  SIM-STAGED-FOUND-SW   PIC X(01) VALUE "N".
001720         88  SIM-STAGED-SET-FOUND      VALUE "Y".
001730     05  SIM-OVERFLOW-SW       PIC X(01) VALUE "N".
001740         88  SIM-TEXT-OVERFLOWED       VALUE "Y".
001750     05  SIM-COMBO-OVFL-SW     PIC X(01) VALUE "N".
001760         88  SIM-COMBOS-OVERFLOWED     VALUE "Y".
001770
001780 01  SIM-MAX-I-VALUE           PIC S9(10) VALUE 999999999.
001790
001800 01  SIM-RANGE-CONTROL.
001810     05  SIM-RANGE-LIMIT       PIC 9(03) VALUE 50.
001820     05  SIM-RANGE-COUNT       PIC 9(03) VALUE 0.
001830     05  SIM-RANGE-SUB         PIC 9(03) VALUE 0.
001840 01  SIM-RANGE-TABLE.
001850     05  SIM-RANGE-ENTRY OCCURS 50 TIMES.
001860         10  SIM-RNG-START     PIC 9(09).
001870         10  SIM-RNG-END       PIC 9(09).
001880
001890*    PROFILES SEEN ON THE DECK - THE MAIN JOB TAKES NO MORE THAN
001900*    SIX - AND THE PROFILE AND END OF THE LAST GOOD CARD, WHATEVER
001910*    ITS PROFILE. THE MAIN JOB REJECTS A CARD THAT DOES NOT FOLLOW
001920*    THAT CARD IN VSAMOUT KEY ORDER.
001930 01  SIM-PROFILE-CONTROL.
001940     05  SIM-PRF-LIMIT         PIC 9(01) VALUE 6.
001950     05  SIM-PRF-COUNT         PIC 9(01) VALUE 0.
001960     05  SIM-PRF-SUB           PIC 9(01) VALUE 0.
001970     05  SIM-PRF-FOUND-SUB     PIC 9(01) VALUE 0.
001980 01  SIM-PROFILE-TABLE.
001990     05  SIM-PRF-CODE          PIC X(04) OCCURS 6 TIMES.
002000 01  SIM-DECK-ORDER-CONTROL.
002010     05  SIM-LAST-GOOD-SW      PIC X(01) VALUE "N".
002020         88  SIM-HAVE-LAST-GOOD        VALUE "Y".
002030     05  SIM-LAST-GOOD-PROFILE PIC X(04) VALUE SPACES.
002040     05  SIM-LAST-GOOD-END     PIC S9(10) VALUE 0.
002050
002060*    EVERY RULECTL ROW IS STAGED, AS IN THE MAIN JOB. THE SET IN
002070*    FORCE FOR THE DECK'S BUSINESS DATE BECOMES RULE SET 1 (THE
002080*    "BEFORE" SIDE); THE ROWS CARRYING THE REQUESTED EFFECTIVE
002090*    DATE BECOME RULE SET 2 (THE "AFTER" SIDE).
002100 01  SIM-RULE-STAGE-CONTROL.
002110     05  SIM-RSTG-LIMIT        PIC 9(03) VALUE 50.
002120     05  SIM-RSTG-COUNT        PIC 9(03) VALUE 0.
002130     05  SIM-RSTG-SUB          PIC 9(03) VALUE 0.
002140     05  SIM-CURRENT-SET-DATE  PIC 9(08) VALUE 0.
002150     05  SIM-STAGED-SET-DATE   PIC 9(08) VALUE 0.
002160     05  SIM-BUS-DATE-KEY      PIC 9(08) VALUE 0.
002170     05  SIM-RSTG-SRC-PROFILE  PIC X(04) VALUE SPACES.
002180     05  SIM-RSTG-PRF-ROWS     PIC 9(03) VALUE 0.
002190 01  SIM-RULE-STAGE-TABLE.
002200     05  SIM-RSTG-ENTRY OCCURS 50 TIMES.
002210         10  SIM-RSTG-DIVISOR  PIC 9(03).
002220         10  SIM-RSTG-WORD     PIC X(10).
002230         10  SIM-RSTG-EFF-DATE PIC 9(08).
002240         10  SIM-RSTG-PROFILE  PIC X(04).
002250
002260*    RULE SET 1 IS THE SET IN FORCE, RULE SET 2 THE STAGED SET.
002270*    EACH RULE POINTS AT ITS ROW IN THE WORD TABLE BELOW.
002280 01  SIM-RULE-SETS.
002290     05  SIM-SET OCCURS 2 TIMES.
002300         10  SIM-SET-DATE      PIC 9(08).
002310         10  SIM-SET-RULE-COUNT
002320                               PIC 99.
002330         10  SIM-SET-RULE OCCURS 9 TIMES.
002340             15  SIM-TBL-DIVISOR
002350                               PIC 9(03).
002360             15  SIM-TBL-WORD  PIC X(10).
002370             15  SIM-TBL-WORD-LEN
002380                               PIC 99.
002390             15  SIM-TBL-WORD-SUB
002400                               PIC 99.
002410         10  SIM-SET-SINGLE    PIC 9(09).
002420         10  SIM-SET-MULTI     PIC 9(09).
002430         10  SIM-SET-NUMBER    PIC 9(09).
002440         10  SIM-SET-OVERFLOWS PIC 9(09).
002450         10  SIM-SET-CLASS     PIC X(01).
002460         10  SIM-SET-TEXT      PIC X(20).
002470         10  SIM-SET-MATCH-COUNT
002480                               PIC 99.
002490 01  SIM-SET-SUB               PIC 9(01) VALUE 0.
002500 01  SIM-RULE-SUB              PIC 99    VALUE 0.
002510
002520*    ONE ROW PER DISTINCT RULE WORD ACROSS BOTH SETS. A DIVISOR OF
002530*    ZERO MEANS THE WORD IS NOT IN THAT SET.
002540 01  SIM-WORD-LIMIT            PIC 9(03) VALUE 18.
002550 01  SIM-WORD-TABLE.
002560     05  SIM-WORD-ENTRY OCCURS 18 TIMES.
002570         10  SIM-WORD          PIC X(10).
002580         10  SIM-WORD-DIVISOR OCCURS 2 TIMES
002590                               PIC 9(03).
002600         10  SIM-WORD-HITS OCCURS 2 TIMES
002610                               PIC 9(09).
002620 01  SIM-WORD-COUNT            PIC 9(03) VALUE 0.
002630 01  SIM-WORD-SUB              PIC 9(03) VALUE 0.
002640 01  SIM-WORD-FOUND-SUB        PIC 9(03) VALUE 0.
002650
002660*    MULTI-RULE COMBINATIONS, KEYED BY THE BUILT TEXT SO THE SAME
002670*    COMBINATION LINES UP ACROSS THE TWO SETS.
002680 01  SIM-COMBO-LIMIT           PIC 9(03) VALUE 50.
002690 01  SIM-COMBO-TABLE.
002700     05  SIM-COMBO-ENTRY OCCURS 50 TIMES.
002710         10  SIM-COMBO-TEXT    PIC X(20).
002720         10  SIM-COMBO-HITS OCCURS 2 TIMES
002730                               PIC 9(09).
002740 01  SIM-COMBO-COUNT           PIC 9(03) VALUE 0.
002750 01  SIM-COMBO-SUB             PIC 9(03) VALUE 0.
002760 01  SIM-COMBO-FOUND-SUB       PIC 9(03) VALUE 0.
002770
002780 01  SIM-SKIP-CONTROL.
002790     05  SIM-SKIP-LIMIT        PIC 9(03) VALUE 50.
002800     05  SIM-SKIP-COUNT        PIC 9(03) VALUE 0.
002810     05  SIM-SKIP-SUB          PIC 9(03) VALUE 0.
002820     05  SIM-SKIP-FOUND-SUB    PIC 9(03) VALUE 0.
002830     05  SIM-SKIP-EXPIRY-DATE  PIC 9(08) VALUE 0.
002840     05  SIM-SKIP-ACTION-CODE  PIC X(01) VALUE SPACE.
002850         88  SIM-SKIP-THIS-VALUE       VALUE "S".
002860         88  SIM-OVERRIDE-THIS-VALUE   VALUE "O".
002870 01  SIM-SKIP-TABLE.
002880     05  SIM-SKIP-ENTRY OCCURS 50 TIMES.
002890         10  SIM-SKIP-FROM     PIC 9(09).
002900         10  SIM-SKIP-THRU     PIC 9(09).
002910         10  SIM-SKIP-ACT      PIC X(01).
002920         10  SIM-SKIP-TEXT     PIC X(20).
002930
002940 01  SIM-WORK-FIELDS.
002950     05  SIM-I                 PIC 9(09) VALUE 0.
002960     05  SIM-START-I           PIC 9(09) VALUE 0.
002970     05  SIM-END-I             PIC 9(09) VALUE 0.
002980     05  SIM-COUNTING          PIC 99    VALUE 0.
002990     05  SIM-START-POSITION    PIC 99    VALUE 0.
003000     05  SIM-POSITIONS         PIC 99    VALUE 0.
003010     05  SIM-IGNORED           PIC S9(03) VALUE 0.
003020     05  SIM-REMAINDER         PIC S9(03) VALUE 0.
003030     05  SIM-BUILT-TEXT        PIC X(20) VALUE SPACES.
003040     05  SIM-TEXT-LEN          PIC 99    VALUE 0.
003050     05  SIM-DROPPED-WORD      PIC X(10) VALUE SPACES.
003060
003070 01  SIM-COUNTERS.
003080     05  SIM-KEYS-SIMULATED    PIC 9(09) VALUE 0.
003090     05  SIM-KEYS-SKIPPED      PIC 9(09) VALUE 0.
003100     05  SIM-KEYS-OVERRIDDEN   PIC 9(09) VALUE 0.
003110     05  SIM-KEYS-NOT-ON-FILE  PIC 9(09) VALUE 0.
003120     05  SIM-KEYS-UNCHANGED    PIC 9(09) VALUE 0.
003130     05  SIM-CLASS-CHANGES     PIC 9(09) VALUE 0.
003140     05  SIM-TEXT-CHANGES      PIC 9(09) VALUE 0.
003150     05  SIM-CHANGES-LISTED    PIC 9(09) VALUE 0.
003160     05  SIM-OVERFLOWS-LISTED  PIC 9(09) VALUE 0.
003170
003180*    CHANGED KEYS AND OVERFLOW KEYS PAST THIS MANY ARE COUNTED,
003190*    NOT LISTED, SO A SWEEPING RULE CHANGE CANNOT FLOOD THE
003200*    REPORT.
003210 01  SIM-PRINT-LIMIT           PIC 9(03) VALUE 100.
003220
003230 01  SIM-REPORT-CONTROL.
003240     05  SIM-LINE-COUNT        PIC 9(03) VALUE 0.
003250     05  SIM-LINES-PER-PAGE    PIC 9(03) VALUE 60.
003260     05  SIM-PAGE-COUNT        PIC 9(07) VALUE 0.
003270     05  SIM-DETAIL-LINE       PIC X(80) VALUE SPACES.
003280
003290 01  SIM-CURRENT-DATE.
003300     05  SIM-CUR-YYYY          PIC 9(04).
003310     05  SIM-CUR-MM            PIC 9(02).
003320     05  SIM-CUR-DD            PIC 9(02).
003330 01  SIM-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
003340
003350*    THE PROFILE BEING SIMULATED, AS PRINTED ("(BASE)" FOR THE
003360*    BASE PROFILE).
003370 01  SIM-PROFILE-DISPLAY       PIC X(06) VALUE SPACES.
003380
003390*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
003400*    TO SYSOUT AND TO MSGLOG.
003410 01  SIM-MESSAGE-AREA.
003420     05  SIM-MSG-TEXT          PIC X(132) VALUE SPACES.
003430     05  SIM-MSG-LEN           PIC 9(03) VALUE 0.
003440     05  SIM-MSGLOG-SW         PIC X(01) VALUE "N".
003450         88  SIM-MSGLOG-NOT-OPENED     VALUE "N".
003460         88  SIM-MSGLOG-IS-OPEN        VALUE "Y".
003470         88  SIM-MSGLOG-UNAVAILABLE    VALUE "U".
003480 01  SIM-MSG-DATE.
003490     05  SIM-MSG-YYYY          PIC 9(04).
003500     05  SIM-MSG-MM            PIC 9(02).
003510     05  SIM-MSG-DD            PIC 9(02).
003520 01  SIM-MSG-TIME.
003530     05  SIM-MSG-HH            PIC 9(02).
003540     05  SIM-MSG-MI            PIC 9(02).
003550     05  SIM-MSG-SS            PIC 9(02).
003560     05  SIM-MSG-HS            PIC 9(02).
003570
003580 PROCEDURE DIVISION.
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     PERFORM 2000-SIMULATE-ALL-RANGES THRU 2000-EXIT.
003620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003630     GO TO 9999-EXIT.
003640
003650*-----------------------------------------------------------------
003660* 1000-INITIALIZE
003670* READS THE SIMULATION REQUEST AND THE CONTROL DECK, LOADS BOTH
003680* RULE SETS AND THE SKIPLIST, AND OPENS VSAMOUT (INPUT ONLY)
003690* AND THE IMPACT REPORT.
003700*-----------------------------------------------------------------
003710 1000-INITIALIZE.
003720     ACCEPT SIM-CURRENT-DATE FROM DATE YYYYMMDD.
003730     STRING SIM-CUR-MM   DELIMITED BY SIZE
003740            "/"          DELIMITED BY SIZE
003750            SIM-CUR-DD   DELIMITED BY SIZE
003760            "/"          DELIMITED BY SIZE
003770            SIM-CUR-YYYY DELIMITED BY SIZE
003780       INTO SIM-RUN-DATE-DISPLAY.
003790     MOVE SIM-CURRENT-DATE TO SIM-BUS-DATE-KEY.
003800     PERFORM 1050-READ-SIM-REQUEST THRU 1050-EXIT.
003810     PERFORM 1100-READ-PARM-DECK THRU 1100-EXIT.
003820     PERFORM 1400-LOAD-RULE-SETS THRU 1400-EXIT.
003830     PERFORM 1450-LOAD-SKIP-LIST THRU 1450-EXIT.
003840     OPEN INPUT VSAM-FILE.
003850     IF SIM-VSAM-STATUS NOT = "00"
003860       MOVE SPACES TO SIM-MSG-TEXT
003870       STRING "FBRULSIM0008E VSAMOUT OPEN FAILED - STEP "
003880                                                 DELIMITED BY SIZE
003890              "REJECTED"                         DELIMITED BY SIZE
003900         INTO SIM-MSG-TEXT
003910       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003920       MOVE 16 TO RETURN-CODE
003930       GO TO 9999-EXIT
003940     END-IF.
003950     OPEN OUTPUT SIMRPT-FILE.
003960     IF SIM-SIMRPT-STATUS NOT = "00"
003970       MOVE SPACES TO SIM-MSG-TEXT
003980       STRING "FBRULSIM0009E SIMRPT OPEN FAILED - STEP "
003990                                                 DELIMITED BY SIZE
004000              "REJECTED"                         DELIMITED BY SIZE
004010         INTO SIM-MSG-TEXT
004020       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004030       MOVE 16 TO RETURN-CODE
004040       CLOSE VSAM-FILE
004050       GO TO 9999-EXIT
004060     END-IF.
004070     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
004080     PERFORM 1700-PRINT-SIMULATION-SETUP THRU 1700-EXIT.
004090 1000-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130* 1050-READ-SIM-REQUEST
004140* READS THE SIMREQ CARD NAMING THE STAGED SET BY ITS EFFECTIVE
004150* DATE (YYYYMMDD IN COLS 1-8) AND THE PROFILE TO SIMULATE (COLS
004160* 10-13, BLANK FOR THE BASE PROFILE). A MISSING, EMPTY OR
004170* NON-NUMERIC CARD REJECTS THE STEP.
004180*-----------------------------------------------------------------
004190 1050-READ-SIM-REQUEST.
004200     OPEN INPUT SIMREQ-FILE.
004210     IF SIM-SIMREQ-STATUS NOT = "00"
004220       MOVE SPACES TO SIM-MSG-TEXT
004230       STRING "FBRULSIM0001E SIMREQ OPEN FAILED - STEP "
004240                                                 DELIMITED BY SIZE
004250              "REJECTED"                         DELIMITED BY SIZE
004260         INTO SIM-MSG-TEXT
004270       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004280       MOVE 16 TO RETURN-CODE
004290       GO TO 9999-EXIT
004300     END-IF.
004310     READ SIMREQ-FILE
004320       AT END
004330         MOVE SPACES TO SIM-REQ-EFF-DATE
004340     END-READ.
004350     CLOSE SIMREQ-FILE.
004360     IF SIM-REQ-EFF-DATE NOT NUMERIC
004370       MOVE SPACES TO SIM-MSG-TEXT
004380       STRING "FBRULSIM0002E SIMREQ EFFECTIVE DATE MISSING OR "
004390                                                 DELIMITED BY SIZE
004400              "NOT NUMERIC - STEP REJECTED"      DELIMITED BY SIZE
004410         INTO SIM-MSG-TEXT
004420       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004430       MOVE 16 TO RETURN-CODE
004440       GO TO 9999-EXIT
004450     END-IF.
004460     MOVE SIM-REQ-EFF-DATE TO SIM-STAGED-SET-DATE.
004470     IF SIM-REQ-PROFILE = SPACES
004480       MOVE "(BASE)" TO SIM-PROFILE-DISPLAY
004490     ELSE
004500       MOVE SIM-REQ-PROFILE TO SIM-PROFILE-DISPLAY
004510     END-IF.
004520 1050-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560* 1100-READ-PARM-DECK
004570* READS THE SYSIN CONTROL DECK THE CYCLE WILL RUN WITH. THE
004580* FIRST CARD SUPPLIES THE BUSINESS DATE; A CARD THE MAIN JOB
004590* WOULD REJECT IS SKIPPED HERE TOO, AS IS A CARD FOR ANOTHER
004600* PROFILE. A DECK WITH NO USABLE CARD REJECTS THE STEP.
004610*-----------------------------------------------------------------
004620 1100-READ-PARM-DECK.
004630     OPEN INPUT SYSIN-FILE.
004640     IF SIM-SYSIN-STATUS NOT = "00"
004650       MOVE SPACES TO SIM-MSG-TEXT
004660       STRING "FBRULSIM0003E SYSIN OPEN FAILED - STEP "
004670                                                 DELIMITED BY SIZE
004680              "REJECTED"                         DELIMITED BY SIZE
004690         INTO SIM-MSG-TEXT
004700       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004710       MOVE 16 TO RETURN-CODE
004720       GO TO 9999-EXIT
004730     END-IF.
004740     PERFORM 1120-READ-ONE-CARD THRU 1120-EXIT
004750       UNTIL SIM-DECK-AT-EOF.
004760     CLOSE SYSIN-FILE.
004770     IF SIM-RANGE-COUNT = 0
004780       MOVE SPACES TO SIM-MSG-TEXT
004790       STRING "FBRULSIM0004E NO USABLE CONTROL CARD - STEP "
004800                                                 DELIMITED BY SIZE
004810              "REJECTED"                         DELIMITED BY SIZE
004820         INTO SIM-MSG-TEXT
004830       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004840       MOVE 16 TO RETURN-CODE
004850       GO TO 9999-EXIT
004860     END-IF.
004870 1100-EXIT.
004880     EXIT.
004890
004900 1120-READ-ONE-CARD.
004910     READ SYSIN-FILE
004920       AT END
004930         SET SIM-DECK-AT-EOF TO TRUE
004940         GO TO 1120-EXIT
004950     END-READ.
004960     IF SIM-RANGE-COUNT = 0 AND SIM-RANGE-SUB = 0
004970       IF SIM-PARM-BUS-DATE NOT = SPACES
004980         AND SIM-PARM-BUS-DATE NUMERIC
004990         MOVE SIM-PARM-BUS-DATE(5:4) TO SIM-BUS-DATE-KEY(1:4)
005000         MOVE SIM-PARM-BUS-DATE(1:2) TO SIM-BUS-DATE-KEY(5:2)
005010         MOVE SIM-PARM-BUS-DATE(3:2) TO SIM-BUS-DATE-KEY(7:2)
005020       END-IF
005030       MOVE 1 TO SIM-RANGE-SUB
005040     END-IF.
005050     PERFORM 1800-VALIDATE-PARMS THRU 1800-EXIT.
005060     IF SIM-CARD-IS-INVALID
005070       GO TO 1120-EXIT
005080     END-IF.
005090     PERFORM 1170-CHECK-DECK-ORDER THRU 1170-EXIT.
005100     IF SIM-CARD-IS-INVALID
005110       GO TO 1120-EXIT
005120     END-IF.
005130     PERFORM 1160-REGISTER-PROFILE THRU 1160-EXIT.
005140     IF SIM-CARD-IS-INVALID
005150       GO TO 1120-EXIT
005160     END-IF.
005170     SET SIM-HAVE-LAST-GOOD TO TRUE.
005180     MOVE SIM-PARM-PROFILE TO SIM-LAST-GOOD-PROFILE.
005190     MOVE SIM-PARM-END TO SIM-LAST-GOOD-END.
005200     IF SIM-PARM-PROFILE NOT = SIM-REQ-PROFILE
005210       GO TO 1120-EXIT
005220     END-IF.
005230     IF SIM-RANGE-COUNT >= SIM-RANGE-LIMIT
005240       MOVE SPACES TO SIM-MSG-TEXT
005250       STRING "FBRULSIM0005W MORE THAN 50 CONTROL CARDS - "
005260                                                 DELIMITED BY SIZE
005270              "EXTRA CARDS IGNORED"              DELIMITED BY SIZE
005280         INTO SIM-MSG-TEXT
005290       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005300       SET SIM-DECK-AT-EOF TO TRUE
005310       GO TO 1120-EXIT
005320     END-IF.
005330     ADD 1 TO SIM-RANGE-COUNT.
005340     MOVE SIM-PARM-START TO SIM-RNG-START(SIM-RANGE-COUNT).
005350     MOVE SIM-PARM-END   TO SIM-RNG-END(SIM-RANGE-COUNT).
005360 1120-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400* 1160-REGISTER-PROFILE
005410* NOTES THE CARD'S PROFILE AMONG THOSE SEEN ON THE DECK. A
005420* SEVENTH PROFILE'S CARD WAS REJECTED BY THE MAIN JOB, SO IT IS
005430* TREATED AS INVALID HERE AND IS NOT SIMULATED.
005440*-----------------------------------------------------------------
005450 1160-REGISTER-PROFILE.
005460     MOVE 0 TO SIM-PRF-FOUND-SUB.
005470     PERFORM 1165-TEST-ONE-PROFILE THRU 1165-EXIT
005480       VARYING SIM-PRF-SUB FROM 1 BY 1
005490         UNTIL SIM-PRF-SUB > SIM-PRF-COUNT
005500           OR SIM-PRF-FOUND-SUB > 0.
005510     IF SIM-PRF-FOUND-SUB > 0
005520       GO TO 1160-EXIT
005530     END-IF.
005540     IF SIM-PRF-COUNT >= SIM-PRF-LIMIT
005550       SET SIM-CARD-IS-INVALID TO TRUE
005560       GO TO 1160-EXIT
005570     END-IF.
005580     ADD 1 TO SIM-PRF-COUNT.
005590     MOVE SIM-PARM-PROFILE TO SIM-PRF-CODE(SIM-PRF-COUNT).
005600 1160-EXIT.
005610     EXIT.
005620
005630 1165-TEST-ONE-PROFILE.
005640     IF SIM-PRF-CODE(SIM-PRF-SUB) = SIM-PARM-PROFILE
005650       MOVE SIM-PRF-SUB TO SIM-PRF-FOUND-SUB
005660     END-IF.
005670 1165-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710* 1170-CHECK-DECK-ORDER
005720* A CARD THAT DOES NOT FOLLOW THE LAST GOOD CARD IN VSAMOUT KEY
005730* ORDER (A LATER PROFILE, OR THE SAME PROFILE WITH A START PAST
005740* THE LAST END) WAS REJECTED BY THE MAIN JOB, SO IT IS TREATED
005750* AS INVALID HERE AND IS NOT SIMULATED.
005760*-----------------------------------------------------------------
005770 1170-CHECK-DECK-ORDER.
005780     IF NOT SIM-HAVE-LAST-GOOD
005790       GO TO 1170-EXIT
005800     END-IF.
005810     IF SIM-PARM-PROFILE > SIM-LAST-GOOD-PROFILE
005820       GO TO 1170-EXIT
005830     END-IF.
005840     IF SIM-PARM-PROFILE = SIM-LAST-GOOD-PROFILE
005850       AND SIM-PARM-START > SIM-LAST-GOOD-END
005860       GO TO 1170-EXIT
005870     END-IF.
005880     SET SIM-CARD-IS-INVALID TO TRUE.
005890 1170-EXIT.
005900     EXIT.
005910
005920 1800-VALIDATE-PARMS.
005930     MOVE "Y" TO SIM-CARD-VALID-SW.
005940     IF SIM-PARM-START < 0 OR SIM-PARM-END < 0
005950       OR SIM-PARM-START > SIM-MAX-I-VALUE
005960       OR SIM-PARM-END > SIM-MAX-I-VALUE
005970       OR SIM-PARM-END < SIM-PARM-START
005980       SET SIM-CARD-IS-INVALID TO TRUE
005990     END-IF.
006000 1800-EXIT.
006010     EXIT.
006020
006030*-----------------------------------------------------------------
006040* 1400-LOAD-RULE-SETS
006050* STAGES EVERY RULECTL ROW, PICKS THE PROFILE WHOSE ROWS APPLY,
006060* FINDS THE SET IN FORCE FOR THE BUSINESS DATE THE WAY THE MAIN
006070* JOB DOES, AND BUILDS RULE SET 1 FROM IT AND RULE SET 2 FROM
006080* THE ROWS CARRYING THE REQUESTED EFFECTIVE DATE. THERE IS
006090* NOTHING TO SIMULATE WITHOUT RULECTL OR WITHOUT ANY ROW FOR THE
006100* REQUESTED DATE, SO EITHER REJECTS THE STEP.
006110*-----------------------------------------------------------------
006120 1400-LOAD-RULE-SETS.
006130     MOVE 0 TO SIM-RSTG-COUNT.
006140     MOVE 0 TO SIM-CURRENT-SET-DATE.
006150     MOVE 0 TO SIM-WORD-COUNT.
006160     PERFORM 1405-CLEAR-ONE-SET THRU 1405-EXIT
006170       VARYING SIM-SET-SUB FROM 1 BY 1 UNTIL SIM-SET-SUB > 2.
006180     OPEN INPUT RULECTL-FILE.
006190     IF SIM-RULECTL-STATUS NOT = "00"
006200       MOVE SPACES TO SIM-MSG-TEXT
006210       STRING "FBRULSIM0006E RULECTL NOT AVAILABLE - STEP "
006220                                                 DELIMITED BY SIZE
006230              "REJECTED"                         DELIMITED BY SIZE
006240         INTO SIM-MSG-TEXT
006250       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006260       MOVE 16 TO RETURN-CODE
006270       GO TO 9999-EXIT
006280     END-IF.
006290     PERFORM 1410-READ-ONE-RULE THRU 1410-EXIT
006300       UNTIL SIM-RULECTL-STATUS NOT = "00".
006310     CLOSE RULECTL-FILE.
006320     PERFORM 1420-CHOOSE-RULE-PROFILE THRU 1420-EXIT.
006330     IF NOT SIM-STAGED-SET-FOUND
006340       MOVE SPACES TO SIM-MSG-TEXT
006350       STRING "FBRULSIM0007E NO RULECTL ROWS EFFECTIVE "
006360                                                 DELIMITED BY SIZE
006370              SIM-STAGED-SET-DATE                DELIMITED BY SIZE
006380              " - STEP REJECTED"                 DELIMITED BY SIZE
006390         INTO SIM-MSG-TEXT
006400       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006410       MOVE 16 TO RETURN-CODE
006420       GO TO 9999-EXIT
006430     END-IF.
006440     IF SIM-STAGED-SET-DATE NOT > SIM-BUS-DATE-KEY
006450       MOVE SPACES TO SIM-MSG-TEXT
006460       STRING "FBRULSIM0010W RULE SET EFFECTIVE "
006470                                                 DELIMITED BY SIZE
006480              SIM-STAGED-SET-DATE                DELIMITED BY SIZE
006490              " IS NOT AFTER BUSINESS DATE "     DELIMITED BY SIZE
006500              SIM-BUS-DATE-KEY                   DELIMITED BY SIZE
006510         INTO SIM-MSG-TEXT
006520       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006530     END-IF.
006540     MOVE SIM-CURRENT-SET-DATE TO SIM-SET-DATE(1).
006550     MOVE SIM-STAGED-SET-DATE  TO SIM-SET-DATE(2).
006560     PERFORM 1430-SELECT-RULE-SETS THRU 1430-EXIT
006570       VARYING SIM-RSTG-SUB FROM 1 BY 1
006580         UNTIL SIM-RSTG-SUB > SIM-RSTG-COUNT.
006590 1400-EXIT.
006600     EXIT.
006610
006620 1405-CLEAR-ONE-SET.
006630     MOVE 0 TO SIM-SET-RULE-COUNT(SIM-SET-SUB).
006640     MOVE 0 TO SIM-SET-SINGLE(SIM-SET-SUB).
006650     MOVE 0 TO SIM-SET-MULTI(SIM-SET-SUB).
006660     MOVE 0 TO SIM-SET-NUMBER(SIM-SET-SUB).
006670     MOVE 0 TO SIM-SET-OVERFLOWS(SIM-SET-SUB).
006680 1405-EXIT.
006690     EXIT.
006700
006710 1410-READ-ONE-RULE.
006720     READ RULECTL-FILE
006730     IF SIM-RULECTL-STATUS NOT = "00"
006740       GO TO 1410-EXIT
006750     END-IF.
006760     IF SIM-RULE-DIVISOR = 0
006770       GO TO 1410-EXIT
006780     END-IF.
006790     IF SIM-RSTG-COUNT >= SIM-RSTG-LIMIT
006800       GO TO 1410-EXIT
006810     END-IF.
006820     ADD 1 TO SIM-RSTG-COUNT.
006830     MOVE SIM-RULE-DIVISOR TO SIM-RSTG-DIVISOR(SIM-RSTG-COUNT).
006840     MOVE SIM-RULE-WORD    TO SIM-RSTG-WORD(SIM-RSTG-COUNT).
006850     IF SIM-RULE-EFF-DATE NUMERIC
006860       MOVE SIM-RULE-EFF-DATE
006870         TO SIM-RSTG-EFF-DATE(SIM-RSTG-COUNT)
006880     ELSE
006890       MOVE 0 TO SIM-RSTG-EFF-DATE(SIM-RSTG-COUNT)
006900     END-IF.
006910     MOVE SIM-RULE-PROFILE TO SIM-RSTG-PROFILE(SIM-RSTG-COUNT).
006920 1410-EXIT.
006930     EXIT.
006940
006950*-----------------------------------------------------------------
006960* 1420-CHOOSE-RULE-PROFILE
006970* THE RULES COME FROM THE SIMULATED PROFILE'S OWN ROWS, OR FROM
006980* THE BASE PROFILE'S ROWS WHEN IT HAS NONE, AS IN THE MAIN JOB.
006990* BOTH SET DATES ARE THEN TAKEN FROM THOSE ROWS ONLY.
007000*-----------------------------------------------------------------
007010 1420-CHOOSE-RULE-PROFILE.
007020     MOVE SIM-REQ-PROFILE TO SIM-RSTG-SRC-PROFILE.
007030     MOVE 0 TO SIM-RSTG-PRF-ROWS.
007040     PERFORM 1422-COUNT-ONE-PRF-ROW THRU 1422-EXIT
007050       VARYING SIM-RSTG-SUB FROM 1 BY 1
007060         UNTIL SIM-RSTG-SUB > SIM-RSTG-COUNT.
007070     IF SIM-RSTG-PRF-ROWS = 0
007080       AND SIM-RSTG-SRC-PROFILE NOT = SPACES
007090       MOVE SPACES TO SIM-MSG-TEXT
007100       STRING "FBRULSIM0013I PROFILE "           DELIMITED BY SIZE
007110              SIM-REQ-PROFILE                    DELIMITED BY SIZE
007120              " HAS NO RULECTL ROWS - BASE PROFILE RULES USED"
007130                                                 DELIMITED BY SIZE
007140         INTO SIM-MSG-TEXT
007150       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007160       MOVE SPACES TO SIM-RSTG-SRC-PROFILE
007170     END-IF.
007180     PERFORM 1424-TEST-ONE-SET-DATE THRU 1424-EXIT
007190       VARYING SIM-RSTG-SUB FROM 1 BY 1
007200         UNTIL SIM-RSTG-SUB > SIM-RSTG-COUNT.
007210 1420-EXIT.
007220     EXIT.
007230
007240 1422-COUNT-ONE-PRF-ROW.
007250     IF SIM-RSTG-PROFILE(SIM-RSTG-SUB) = SIM-RSTG-SRC-PROFILE
007260       ADD 1 TO SIM-RSTG-PRF-ROWS
007270     END-IF.
007280 1422-EXIT.
007290     EXIT.
007300
007310 1424-TEST-ONE-SET-DATE.
007320     IF SIM-RSTG-PROFILE(SIM-RSTG-SUB) NOT = SIM-RSTG-SRC-PROFILE
007330       GO TO 1424-EXIT
007340     END-IF.
007350     IF SIM-RSTG-EFF-DATE(SIM-RSTG-SUB) <= SIM-BUS-DATE-KEY
007360       AND SIM-RSTG-EFF-DATE(SIM-RSTG-SUB)
007370           > SIM-CURRENT-SET-DATE
007380       MOVE SIM-RSTG-EFF-DATE(SIM-RSTG-SUB)
007390         TO SIM-CURRENT-SET-DATE
007400     END-IF.
007410     IF SIM-RSTG-EFF-DATE(SIM-RSTG-SUB) = SIM-STAGED-SET-DATE
007420       SET SIM-STAGED-SET-FOUND TO TRUE
007430     END-IF.
007440 1424-EXIT.
007450     EXIT.
007460
007470*    ONE STAGED ROW GOES INTO EVERY SET WHOSE DATE IT CARRIES -
007480*    BOTH, WHEN THE REQUESTED SET IS THE ONE ALREADY IN FORCE.
007490 1430-SELECT-RULE-SETS.
007500     PERFORM 1435-TAKE-ONE-RULE THRU 1435-EXIT
007510       VARYING SIM-SET-SUB FROM 1 BY 1 UNTIL SIM-SET-SUB > 2.
007520 1430-EXIT.
007530     EXIT.
007540
007550 1435-TAKE-ONE-RULE.
007560     IF SIM-RSTG-PROFILE(SIM-RSTG-SUB) NOT = SIM-RSTG-SRC-PROFILE
007570       GO TO 1435-EXIT
007580     END-IF.
007590     IF SIM-RSTG-EFF-DATE(SIM-RSTG-SUB)
007600        NOT = SIM-SET-DATE(SIM-SET-SUB)
007610       GO TO 1435-EXIT
007620     END-IF.
007630     IF SIM-SET-RULE-COUNT(SIM-SET-SUB) >= 9
007640       GO TO 1435-EXIT
007650     END-IF.
007660     ADD 1 TO SIM-SET-RULE-COUNT(SIM-SET-SUB).
007670     MOVE SIM-SET-RULE-COUNT(SIM-SET-SUB) TO SIM-RULE-SUB.
007680     MOVE SIM-RSTG-DIVISOR(SIM-RSTG-SUB)
007690       TO SIM-TBL-DIVISOR(SIM-SET-SUB SIM-RULE-SUB).
007700     MOVE SIM-RSTG-WORD(SIM-RSTG-SUB)
007710       TO SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB).
007720     MOVE 0 TO SIM-TBL-WORD-LEN(SIM-SET-SUB SIM-RULE-SUB).
007730     INSPECT SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
007740         TALLYING SIM-TBL-WORD-LEN(SIM-SET-SUB SIM-RULE-SUB)
007750         FOR CHARACTERS BEFORE INITIAL SPACE.
007760     PERFORM 1440-FIND-OR-ADD-WORD THRU 1440-EXIT.
007770     MOVE SIM-WORD-FOUND-SUB
007780       TO SIM-TBL-WORD-SUB(SIM-SET-SUB SIM-RULE-SUB).
007790 1435-EXIT.
007800     EXIT.
007810
007820 1440-FIND-OR-ADD-WORD.
007830     MOVE 0 TO SIM-WORD-FOUND-SUB.
007840     PERFORM 1445-TEST-ONE-WORD THRU 1445-EXIT
007850       VARYING SIM-WORD-SUB FROM 1 BY 1
007860         UNTIL SIM-WORD-SUB > SIM-WORD-COUNT
007870           OR SIM-WORD-FOUND-SUB > 0.
007880     IF SIM-WORD-FOUND-SUB = 0
007890       ADD 1 TO SIM-WORD-COUNT
007900       MOVE SIM-WORD-COUNT TO SIM-WORD-FOUND-SUB
007910       MOVE SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
007920         TO SIM-WORD(SIM-WORD-FOUND-SUB)
007930       MOVE 0 TO SIM-WORD-DIVISOR(SIM-WORD-FOUND-SUB 1)
007940       MOVE 0 TO SIM-WORD-DIVISOR(SIM-WORD-FOUND-SUB 2)
007950       MOVE 0 TO SIM-WORD-HITS(SIM-WORD-FOUND-SUB 1)
007960       MOVE 0 TO SIM-WORD-HITS(SIM-WORD-FOUND-SUB 2)
007970     END-IF.
007980     MOVE SIM-TBL-DIVISOR(SIM-SET-SUB SIM-RULE-SUB)
007990       TO SIM-WORD-DIVISOR(SIM-WORD-FOUND-SUB SIM-SET-SUB).
008000 1440-EXIT.
008010     EXIT.
008020
008030 1445-TEST-ONE-WORD.
008040     IF SIM-WORD(SIM-WORD-SUB)
008050        = SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
008060       MOVE SIM-WORD-SUB TO SIM-WORD-FOUND-SUB
008070     END-IF.
008080 1445-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------------
008120* 1450-LOAD-SKIP-LIST
008130* LOADS THE SKIPLIST WITH THE MAIN JOB'S EDITS (BAD AND EXPIRED
008140* ROWS, AND ROWS FOR ANOTHER PROFILE, DROPPED). EXCLUSIONS AND
008150* OVERRIDES DO NOT DEPEND ON THE RULES, SO THEY BEHAVE THE SAME
008160* UNDER BOTH SETS.
008170*-----------------------------------------------------------------
008180 1450-LOAD-SKIP-LIST.
008190     MOVE 0 TO SIM-SKIP-COUNT.
008200     OPEN INPUT SKIP-FILE.
008210     IF SIM-SKIP-STATUS = "00"
008220       PERFORM 1460-READ-ONE-SKIP THRU 1460-EXIT
008230         UNTIL SIM-SKIP-STATUS NOT = "00"
008240       CLOSE SKIP-FILE
008250     END-IF.
008260 1450-EXIT.
008270     EXIT.
008280
008290 1460-READ-ONE-SKIP.
008300     READ SKIP-FILE
008310     IF SIM-SKIP-STATUS NOT = "00"
008320       GO TO 1460-EXIT
008330     END-IF.
008340     IF SIM-SKIP-REC-FROM-X NOT NUMERIC
008350       GO TO 1460-EXIT
008360     END-IF.
008370     IF SIM-SKIP-REC-THRU-X NOT = SPACES
008380       AND SIM-SKIP-REC-THRU-X NOT NUMERIC
008390       GO TO 1460-EXIT
008400     END-IF.
008410     IF SIM-SKIP-REC-ACTION NOT = "SKIP"
008420       AND SIM-SKIP-REC-ACTION NOT = "OVER"
008430       GO TO 1460-EXIT
008440     END-IF.
008450     IF SIM-SKIP-REC-ACTION = "OVER"
008460       AND SIM-SKIP-REC-TEXT = SPACES
008470       GO TO 1460-EXIT
008480     END-IF.
008490     IF SIM-SKIP-REC-EXPIRY NUMERIC
008500       MOVE SIM-SKIP-REC-EXPIRY TO SIM-SKIP-EXPIRY-DATE
008510       IF SIM-SKIP-EXPIRY-DATE < SIM-BUS-DATE-KEY
008520         GO TO 1460-EXIT
008530       END-IF
008540     END-IF.
008550     IF SIM-SKIP-REC-PROFILE NOT = SPACES
008560       AND SIM-SKIP-REC-PROFILE NOT = SIM-REQ-PROFILE
008570       GO TO 1460-EXIT
008580     END-IF.
008590     IF SIM-SKIP-COUNT >= SIM-SKIP-LIMIT
008600       GO TO 1460-EXIT
008610     END-IF.
008620     ADD 1 TO SIM-SKIP-COUNT.
008630     MOVE SIM-SKIP-REC-FROM-X TO SIM-SKIP-FROM(SIM-SKIP-COUNT).
008640     IF SIM-SKIP-REC-THRU-X = SPACES
008650       MOVE SIM-SKIP-REC-FROM-X
008660         TO SIM-SKIP-THRU(SIM-SKIP-COUNT)
008670     ELSE
008680       MOVE SIM-SKIP-REC-THRU-X
008690         TO SIM-SKIP-THRU(SIM-SKIP-COUNT)
008700     END-IF.
008710     IF SIM-SKIP-THRU(SIM-SKIP-COUNT)
008720       < SIM-SKIP-FROM(SIM-SKIP-COUNT)
008730       SUBTRACT 1 FROM SIM-SKIP-COUNT
008740       GO TO 1460-EXIT
008750     END-IF.
008760     MOVE SIM-SKIP-REC-ACTION(1:1)
008770       TO SIM-SKIP-ACT(SIM-SKIP-COUNT).
008780     MOVE SIM-SKIP-REC-TEXT TO SIM-SKIP-TEXT(SIM-SKIP-COUNT).
008790 1460-EXIT.
008800     EXIT.
008810
008820*-----------------------------------------------------------------
008830* 1600-WRITE-REPORT-HEADING
008840* WRITES THE IMPACT-REPORT HEADING AT THE TOP OF EACH PAGE AND
008850* RESETS THE PAGE LINE COUNT.
008860*-----------------------------------------------------------------
008870 1600-WRITE-REPORT-HEADING.
008880     ADD 1 TO SIM-PAGE-COUNT.
008890     MOVE SPACES TO SIM-REPORT-RECORD.
008900     STRING "RULE SET IMPACT SIMULATION" DELIMITED BY SIZE
008910            "   RUN DATE: "              DELIMITED BY SIZE
008920            SIM-RUN-DATE-DISPLAY         DELIMITED BY SIZE
008930            "   PAGE: "                  DELIMITED BY SIZE
008940            SIM-PAGE-COUNT               DELIMITED BY SIZE
008950       INTO SIM-REPORT-RECORD.
008960     WRITE SIM-REPORT-RECORD.
008970     MOVE SPACES TO SIM-REPORT-RECORD.
008980     WRITE SIM-REPORT-RECORD.
008990     MOVE 0 TO SIM-LINE-COUNT.
009000 1600-EXIT.
009010     EXIT.
009020
009030*-----------------------------------------------------------------
009040* 1700-PRINT-SIMULATION-SETUP
009050* PRINTS WHAT IS BEING COMPARED: THE BUSINESS DATE AND PROFILE,
009060* THE TWO RULE SETS ROW BY ROW, AND THE SIZE OF THE DECK.
009070*-----------------------------------------------------------------
009080 1700-PRINT-SIMULATION-SETUP.
009090     MOVE SPACES TO SIM-DETAIL-LINE.
009100     STRING "BUSINESS DATE       : " DELIMITED BY SIZE
009110            SIM-BUS-DATE-KEY         DELIMITED BY SIZE
009120       INTO SIM-DETAIL-LINE.
009130     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009140     MOVE SPACES TO SIM-DETAIL-LINE.
009150     STRING "CLIENT PROFILE      : " DELIMITED BY SIZE
009160            SIM-PROFILE-DISPLAY      DELIMITED BY SIZE
009170       INTO SIM-DETAIL-LINE.
009180     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009190     MOVE SPACES TO SIM-DETAIL-LINE.
009200     STRING "CONTROL CARDS USED  : " DELIMITED BY SIZE
009210            SIM-RANGE-COUNT          DELIMITED BY SIZE
009220       INTO SIM-DETAIL-LINE.
009230     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009240     MOVE SPACES TO SIM-DETAIL-LINE.
009250     STRING "SKIPLIST ENTRIES    : " DELIMITED BY SIZE
009260            SIM-SKIP-COUNT           DELIMITED BY SIZE
009270       INTO SIM-DETAIL-LINE.
009280     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009290     PERFORM 1710-PRINT-ONE-SET THRU 1710-EXIT
009300       VARYING SIM-SET-SUB FROM 1 BY 1 UNTIL SIM-SET-SUB > 2.
009310     MOVE SPACES TO SIM-DETAIL-LINE.
009320     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009330 1700-EXIT.
009340     EXIT.
009350
009360 1710-PRINT-ONE-SET.
009370     MOVE SPACES TO SIM-DETAIL-LINE.
009380     IF SIM-SET-SUB = 1
009390       STRING "RULE SET IN FORCE   : " DELIMITED BY SIZE
009400              SIM-SET-DATE(1)          DELIMITED BY SIZE
009410              "  (BEFORE)"             DELIMITED BY SIZE
009420         INTO SIM-DETAIL-LINE
009430     ELSE
009440       STRING "STAGED RULE SET     : " DELIMITED BY SIZE
009450              SIM-SET-DATE(2)          DELIMITED BY SIZE
009460              "  (AFTER)"              DELIMITED BY SIZE
009470         INTO SIM-DETAIL-LINE
009480     END-IF.
009490     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009500     IF SIM-SET-RULE-COUNT(SIM-SET-SUB) = 0
009510       MOVE "  (NO RULES - EVERY KEY PRINTS AS A NUMBER)"
009520         TO SIM-DETAIL-LINE
009530       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
009540     END-IF.
009550     PERFORM 1720-PRINT-ONE-RULE THRU 1720-EXIT
009560       VARYING SIM-RULE-SUB FROM 1 BY 1
009570         UNTIL SIM-RULE-SUB > SIM-SET-RULE-COUNT(SIM-SET-SUB).
009580 1710-EXIT.
009590     EXIT.
009600
009610 1720-PRINT-ONE-RULE.
009620     MOVE SPACES TO SIM-DETAIL-LINE.
009630     STRING "  DIVISOR "                       DELIMITED BY SIZE
009640            SIM-TBL-DIVISOR(SIM-SET-SUB SIM-RULE-SUB)
009650                                                 DELIMITED BY SIZE
009660            "  WORD "                          DELIMITED BY SIZE
009670            SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
009680                                                 DELIMITED BY SIZE
009690       INTO SIM-DETAIL-LINE.
009700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009710 1720-EXIT.
009720     EXIT.
009730
009740*-----------------------------------------------------------------
009750* 2000-SIMULATE-ALL-RANGES
009760* WALKS EVERY RANGE OF THE DECK, EVERY KEY IN TURN, LISTING THE
009770* KEYS THAT WOULD CHANGE AS THEY ARE FOUND.
009780*-----------------------------------------------------------------
009790 2000-SIMULATE-ALL-RANGES.
009800     MOVE "*** KEYS THAT WOULD CHANGE ***" TO SIM-DETAIL-LINE.
009810     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009820     PERFORM 2900-SIMULATE-ONE-RANGE THRU 2900-EXIT
009830       VARYING SIM-RANGE-SUB FROM 1 BY 1
009840         UNTIL SIM-RANGE-SUB > SIM-RANGE-COUNT.
009850     IF SIM-CLASS-CHANGES = 0 AND SIM-TEXT-CHANGES = 0
009860       AND SIM-SET-OVERFLOWS(2) = 0
009870       MOVE "  (NONE)" TO SIM-DETAIL-LINE
009880       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
009890     END-IF.
009900     MOVE SPACES TO SIM-DETAIL-LINE.
009910     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009920 2000-EXIT.
009930     EXIT.
009940
009950 2900-SIMULATE-ONE-RANGE.
009960     MOVE SIM-RNG-START(SIM-RANGE-SUB) TO SIM-START-I.
009970     MOVE SIM-RNG-END(SIM-RANGE-SUB)   TO SIM-END-I.
009980     PERFORM 2100-SIMULATE-ONE-KEY THRU 2100-EXIT
009990       VARYING SIM-I FROM SIM-START-I BY 1
010000         UNTIL SIM-I > SIM-END-I.
010010 2900-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------------
010050* 2100-SIMULATE-ONE-KEY
010060* A SKIPPED OR OVERRIDDEN KEY COMES OUT THE SAME UNDER ANY RULE
010070* SET AND IS ONLY COUNTED. EVERY OTHER KEY IS DERIVED UNDER BOTH
010080* SETS AND THE STAGED RESULT IS COMPARED WITH THE RECORD NOW ON
010090* VSAMOUT.
010100*-----------------------------------------------------------------
010110 2100-SIMULATE-ONE-KEY.
010120     ADD 1 TO SIM-KEYS-SIMULATED.
010130     PERFORM 2105-CHECK-SKIPLIST THRU 2105-EXIT.
010140     IF SIM-SKIP-THIS-VALUE
010150       ADD 1 TO SIM-KEYS-SKIPPED
010160       GO TO 2100-EXIT
010170     END-IF.
010180     IF SIM-OVERRIDE-THIS-VALUE
010190       ADD 1 TO SIM-KEYS-OVERRIDDEN
010200       GO TO 2100-EXIT
010210     END-IF.
010220     PERFORM 2110-DERIVE-ONE-SET THRU 2110-EXIT
010230       VARYING SIM-SET-SUB FROM 1 BY 1 UNTIL SIM-SET-SUB > 2.
010240     PERFORM 2300-READ-VSAM-KEY THRU 2300-EXIT.
010250     IF NOT SIM-RECORD-WAS-FOUND
010260       ADD 1 TO SIM-KEYS-NOT-ON-FILE
010270       GO TO 2100-EXIT
010280     END-IF.
010290     IF FB-VSAM-CLASS NOT = SIM-SET-CLASS(2)
010300       ADD 1 TO SIM-CLASS-CHANGES
010310       PERFORM 2500-PRINT-CHANGE THRU 2500-EXIT
010320       GO TO 2100-EXIT
010330     END-IF.
010340     IF FB-VSAM-TEXT NOT = SIM-SET-TEXT(2)
010350       ADD 1 TO SIM-TEXT-CHANGES
010360       PERFORM 2500-PRINT-CHANGE THRU 2500-EXIT
010370       GO TO 2100-EXIT
010380     END-IF.
010390     ADD 1 TO SIM-KEYS-UNCHANGED.
010400 2100-EXIT.
010410     EXIT.
010420
010430 2105-CHECK-SKIPLIST.
010440     MOVE " " TO SIM-SKIP-ACTION-CODE.
010450     MOVE 0 TO SIM-SKIP-FOUND-SUB.
010460     PERFORM 2106-TEST-ONE-SKIP THRU 2106-EXIT
010470       VARYING SIM-SKIP-SUB FROM 1 BY 1
010480         UNTIL SIM-SKIP-SUB > SIM-SKIP-COUNT
010490           OR SIM-SKIP-FOUND-SUB > 0.
010500 2105-EXIT.
010510     EXIT.
010520
010530 2106-TEST-ONE-SKIP.
010540     IF SIM-I >= SIM-SKIP-FROM(SIM-SKIP-SUB)
010550       AND SIM-I <= SIM-SKIP-THRU(SIM-SKIP-SUB)
010560       MOVE SIM-SKIP-SUB TO SIM-SKIP-FOUND-SUB
010570       MOVE SIM-SKIP-ACT(SIM-SKIP-SUB)
010580         TO SIM-SKIP-ACTION-CODE
010590     END-IF.
010600 2106-EXIT.
010610     EXIT.
010620
010630*-----------------------------------------------------------------
010640* 2110-DERIVE-ONE-SET
010650* BUILDS SIM-I'S CLASS AND 20-BYTE TEXT UNDER RULE SET
010660* SIM-SET-SUB THE WAY THE MAIN JOB'S 2108-BUILD-AND-WRITE AND
010670* 2110-APPLY-RULES DO, TALLYING THE HITS BY CLASS, RULE WORD
010680* AND COMBINATION FOR THAT SET. KEEP THIS DERIVATION IN STEP
010690* WITH THE MAIN JOB.
010700*-----------------------------------------------------------------
010710 2110-DERIVE-ONE-SET.
010720     MOVE SPACES TO SIM-BUILT-TEXT.
010730     MOVE "N" TO SIM-OVERFLOW-SW.
010740     MOVE 0 TO SIM-SET-MATCH-COUNT(SIM-SET-SUB).
010750     PERFORM 2120-APPLY-ONE-RULE THRU 2120-EXIT
010760       VARYING SIM-RULE-SUB FROM 1 BY 1
010770         UNTIL SIM-RULE-SUB > SIM-SET-RULE-COUNT(SIM-SET-SUB).
010780     IF SIM-TEXT-OVERFLOWED
010790       ADD 1 TO SIM-SET-OVERFLOWS(SIM-SET-SUB)
010800       IF SIM-SET-SUB = 2
010810         PERFORM 2510-PRINT-OVERFLOW THRU 2510-EXIT
010820       END-IF
010830     END-IF.
010840     IF SIM-BUILT-TEXT = SPACES
010850       MOVE SPACES TO SIM-SET-TEXT(SIM-SET-SUB)
010860       MOVE ZEROES TO SIM-COUNTING
010870       INSPECT SIM-I TALLYING SIM-COUNTING
010880           FOR LEADING ZEROES
010890       IF SIM-COUNTING > 8
010900         MOVE 8 TO SIM-COUNTING
010910       END-IF
010920       ADD 1 TO SIM-COUNTING GIVING SIM-START-POSITION
010930       SUBTRACT SIM-COUNTING FROM 9 GIVING SIM-POSITIONS
010940       MOVE SIM-I(SIM-START-POSITION:SIM-POSITIONS)
010950         TO SIM-SET-TEXT(SIM-SET-SUB)
010960       MOVE "N" TO SIM-SET-CLASS(SIM-SET-SUB)
010970       ADD 1 TO SIM-SET-NUMBER(SIM-SET-SUB)
010980       GO TO 2110-EXIT
010990     END-IF.
011000     MOVE SIM-BUILT-TEXT TO SIM-SET-TEXT(SIM-SET-SUB).
011010     IF SIM-SET-MATCH-COUNT(SIM-SET-SUB) = 1
011020       MOVE "S" TO SIM-SET-CLASS(SIM-SET-SUB)
011030       ADD 1 TO SIM-SET-SINGLE(SIM-SET-SUB)
011040     ELSE
011050       MOVE "M" TO SIM-SET-CLASS(SIM-SET-SUB)
011060       ADD 1 TO SIM-SET-MULTI(SIM-SET-SUB)
011070       PERFORM 2140-COUNT-COMBINATION THRU 2140-EXIT
011080     END-IF.
011090 2110-EXIT.
011100     EXIT.
011110
011120 2120-APPLY-ONE-RULE.
011130     DIVIDE SIM-I BY SIM-TBL-DIVISOR(SIM-SET-SUB SIM-RULE-SUB)
011140       GIVING SIM-IGNORED REMAINDER SIM-REMAINDER.
011150     IF SIM-REMAINDER = 0
011160       ADD 1 TO SIM-SET-MATCH-COUNT(SIM-SET-SUB)
011170       MOVE SIM-TBL-WORD-SUB(SIM-SET-SUB SIM-RULE-SUB)
011180         TO SIM-WORD-SUB
011190       ADD 1 TO SIM-WORD-HITS(SIM-WORD-SUB SIM-SET-SUB)
011200       PERFORM 2130-APPEND-WORD THRU 2130-EXIT
011210     END-IF.
011220 2120-EXIT.
011230     EXIT.
011240
011250 2130-APPEND-WORD.
011260     IF SIM-BUILT-TEXT = SPACES
011270       MOVE SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
011280         TO SIM-BUILT-TEXT
011290     ELSE
011300       MOVE 0 TO SIM-TEXT-LEN
011310       INSPECT SIM-BUILT-TEXT TALLYING SIM-TEXT-LEN
011320           FOR CHARACTERS BEFORE INITIAL SPACE
011330       STRING SIM-BUILT-TEXT(1:SIM-TEXT-LEN) DELIMITED BY SIZE
011340              SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
011350                (1:SIM-TBL-WORD-LEN(SIM-SET-SUB SIM-RULE-SUB))
011360                                             DELIMITED BY SIZE
011370         INTO SIM-BUILT-TEXT
011380         ON OVERFLOW
011390           IF NOT SIM-TEXT-OVERFLOWED
011400             MOVE SIM-TBL-WORD(SIM-SET-SUB SIM-RULE-SUB)
011410               TO SIM-DROPPED-WORD
011420           END-IF
011430           SET SIM-TEXT-OVERFLOWED TO TRUE
011440       END-STRING
011450     END-IF.
011460 2130-EXIT.
011470     EXIT.
011480
011490*-----------------------------------------------------------------
011500* 2140-COUNT-COMBINATION
011510* TALLIES ONE MULTI-RULE HIT UNDER ITS COMBINATION FOR THE SET
011520* BEING DERIVED, ADDING THE COMBINATION THE FIRST TIME EITHER
011530* SET PRODUCES IT. PAST THE TABLE LIMIT A COMBINATION STILL
011540* COUNTS IN THE MULTI-RULE TOTAL BUT IS NOT SUMMARIZED.
011550*-----------------------------------------------------------------
011560 2140-COUNT-COMBINATION.
011570     MOVE 0 TO SIM-COMBO-FOUND-SUB.
011580     PERFORM 2145-TEST-ONE-COMBO THRU 2145-EXIT
011590       VARYING SIM-COMBO-SUB FROM 1 BY 1
011600         UNTIL SIM-COMBO-SUB > SIM-COMBO-COUNT
011610           OR SIM-COMBO-FOUND-SUB > 0.
011620     IF SIM-COMBO-FOUND-SUB = 0
011630       IF SIM-COMBO-COUNT >= SIM-COMBO-LIMIT
011640         SET SIM-COMBOS-OVERFLOWED TO TRUE
011650         GO TO 2140-EXIT
011660       END-IF
011670       ADD 1 TO SIM-COMBO-COUNT
011680       MOVE SIM-COMBO-COUNT TO SIM-COMBO-FOUND-SUB
011690       MOVE SIM-BUILT-TEXT TO SIM-COMBO-TEXT(SIM-COMBO-FOUND-SUB)
011700       MOVE 0 TO SIM-COMBO-HITS(SIM-COMBO-FOUND-SUB 1)
011710       MOVE 0 TO SIM-COMBO-HITS(SIM-COMBO-FOUND-SUB 2)
011720     END-IF.
011730     ADD 1 TO SIM-COMBO-HITS(SIM-COMBO-FOUND-SUB SIM-SET-SUB).
011740 2140-EXIT.
011750     EXIT.
011760
011770 2145-TEST-ONE-COMBO.
011780     IF SIM-COMBO-TEXT(SIM-COMBO-SUB) = SIM-BUILT-TEXT
011790       MOVE SIM-COMBO-SUB TO SIM-COMBO-FOUND-SUB
011800     END-IF.
011810 2145-EXIT.
011820     EXIT.
011830
011840 2300-READ-VSAM-KEY.
011850     MOVE "N" TO SIM-RECORD-FOUND-SW.
011860     MOVE SIM-REQ-PROFILE TO FB-VSAM-PROFILE.
011870     MOVE SIM-I TO FB-VSAM-KEY.
011880     READ VSAM-FILE
011890       INVALID KEY
011900         CONTINUE
011910       NOT INVALID KEY
011920         SET SIM-RECORD-WAS-FOUND TO TRUE
011930     END-READ.
011940 2300-EXIT.
011950     EXIT.
011960
011970*-----------------------------------------------------------------
011980* 2500-PRINT-CHANGE
011990* LISTS ONE KEY THAT WOULD CHANGE: WHAT VSAMOUT HOLDS NOW AND
012000* WHAT THE STAGED SET WOULD PRODUCE. PAST THE PRINT LIMIT THE
012010* CHANGES ARE ONLY COUNTED.
012020*-----------------------------------------------------------------
012030 2500-PRINT-CHANGE.
012040     ADD 1 TO SIM-CHANGES-LISTED.
012050     IF SIM-CHANGES-LISTED > SIM-PRINT-LIMIT
012060       GO TO 2500-EXIT
012070     END-IF.
012080     MOVE SPACES TO SIM-DETAIL-LINE.
012090     STRING "KEY "              DELIMITED BY SIZE
012100            SIM-I               DELIMITED BY SIZE
012110            "  NOW "            DELIMITED BY SIZE
012120            FB-VSAM-CLASS       DELIMITED BY SIZE
012130            " "                 DELIMITED BY SIZE
012140            FB-VSAM-TEXT        DELIMITED BY SIZE
012150            " WOULD BE "        DELIMITED BY SIZE
012160            SIM-SET-CLASS(2)    DELIMITED BY SIZE
012170            " "                 DELIMITED BY SIZE
012180            SIM-SET-TEXT(2)     DELIMITED BY SIZE
012190       INTO SIM-DETAIL-LINE.
012200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012210 2500-EXIT.
012220     EXIT.
012230
012240*    THE MAIN JOB WOULD DISPLAY FIZZBUZZ0015E FOR THIS KEY AND
012250*    DROP THE WORD FROM THE BUILT TEXT.
012260 2510-PRINT-OVERFLOW.
012270     ADD 1 TO SIM-OVERFLOWS-LISTED.
012280     IF SIM-OVERFLOWS-LISTED > SIM-PRINT-LIMIT
012290       GO TO 2510-EXIT
012300     END-IF.
012310     MOVE SPACES TO SIM-DETAIL-LINE.
012320     STRING "KEY "              DELIMITED BY SIZE
012330            SIM-I               DELIMITED BY SIZE
012340            "  BUILT TEXT OVERFLOW - WORD "
012350                                DELIMITED BY SIZE
012360            SIM-DROPPED-WORD    DELIMITED BY SIZE
012370            " WOULD BE DROPPED" DELIMITED BY SIZE
012380       INTO SIM-DETAIL-LINE.
012390     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012400 2510-EXIT.
012410     EXIT.
012420
012430*-----------------------------------------------------------------
012440* 2800-WRITE-REPORT-LINE
012450* WRITES ONE DETAIL LINE TO SIMRPT, BREAKING TO A NEW PAGE AND
012460* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
012470*-----------------------------------------------------------------
012480 2800-WRITE-REPORT-LINE.
012490     IF SIM-LINE-COUNT >= SIM-LINES-PER-PAGE
012500       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
012510     END-IF.
012520     WRITE SIM-REPORT-RECORD FROM SIM-DETAIL-LINE.
012530     ADD 1 TO SIM-LINE-COUNT.
012540 2800-EXIT.
012550     EXIT.
012560
012570*-----------------------------------------------------------------
012580* 8000-TERMINATE
012590* PRINTS THE PROJECTED-IMPACT TOTALS AND THE BEFORE/AFTER HIT
012600* TABLES, AND CLOSES THE FILES. A PROJECTED BUILT-TEXT OVERFLOW
012610* ENDS THE STEP WITH RETURN-CODE 4.
012620*-----------------------------------------------------------------
012630 8000-TERMINATE.
012640     CLOSE VSAM-FILE.
012650     MOVE "*** PROJECTED IMPACT ***" TO SIM-DETAIL-LINE.
012660     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012670     MOVE SPACES TO SIM-DETAIL-LINE.
012680     STRING "KEYS SIMULATED      : " DELIMITED BY SIZE
012690            SIM-KEYS-SIMULATED       DELIMITED BY SIZE
012700       INTO SIM-DETAIL-LINE.
012710     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012720     MOVE SPACES TO SIM-DETAIL-LINE.
012730     STRING "  SKIPPED           : " DELIMITED BY SIZE
012740            SIM-KEYS-SKIPPED         DELIMITED BY SIZE
012750       INTO SIM-DETAIL-LINE.
012760     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012770     MOVE SPACES TO SIM-DETAIL-LINE.
012780     STRING "  OVERRIDDEN        : " DELIMITED BY SIZE
012790            SIM-KEYS-OVERRIDDEN      DELIMITED BY SIZE
012800       INTO SIM-DETAIL-LINE.
012810     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012820     MOVE SPACES TO SIM-DETAIL-LINE.
012830     STRING "  NOT ON VSAMOUT    : " DELIMITED BY SIZE
012840            SIM-KEYS-NOT-ON-FILE     DELIMITED BY SIZE
012850       INTO SIM-DETAIL-LINE.
012860     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012870     MOVE SPACES TO SIM-DETAIL-LINE.
012880     STRING "  UNCHANGED         : " DELIMITED BY SIZE
012890            SIM-KEYS-UNCHANGED       DELIMITED BY SIZE
012900       INTO SIM-DETAIL-LINE.
012910     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012920     MOVE SPACES TO SIM-DETAIL-LINE.
012930     STRING "  CLASS WOULD CHANGE: " DELIMITED BY SIZE
012940            SIM-CLASS-CHANGES        DELIMITED BY SIZE
012950       INTO SIM-DETAIL-LINE.
012960     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
012970     MOVE SPACES TO SIM-DETAIL-LINE.
012980     STRING "  TEXT WOULD CHANGE : " DELIMITED BY SIZE
012990            SIM-TEXT-CHANGES         DELIMITED BY SIZE
013000       INTO SIM-DETAIL-LINE.
013010     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013020     MOVE SPACES TO SIM-DETAIL-LINE.
013030     STRING "TEXT OVERFLOWS NOW  : " DELIMITED BY SIZE
013040            SIM-SET-OVERFLOWS(1)     DELIMITED BY SIZE
013050       INTO SIM-DETAIL-LINE.
013060     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013070     MOVE SPACES TO SIM-DETAIL-LINE.
013080     STRING "TEXT OVERFLOWS AFTER: " DELIMITED BY SIZE
013090            SIM-SET-OVERFLOWS(2)     DELIMITED BY SIZE
013100       INTO SIM-DETAIL-LINE.
013110     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013120     IF SIM-CHANGES-LISTED > SIM-PRINT-LIMIT
013130       OR SIM-OVERFLOWS-LISTED > SIM-PRINT-LIMIT
013140       MOVE "  (KEY LISTING TRUNCATED AT 100 PER KIND)"
013150         TO SIM-DETAIL-LINE
013160       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
013170     END-IF.
013180     MOVE SPACES TO SIM-DETAIL-LINE.
013190     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013200     PERFORM 8100-PRINT-CLASS-HITS THRU 8100-EXIT.
013210     PERFORM 8200-PRINT-WORD-HITS THRU 8200-EXIT.
013220     PERFORM 8300-PRINT-COMBO-HITS THRU 8300-EXIT.
013230     IF SIM-SET-OVERFLOWS(2) > 0
013240       MOVE SPACES TO SIM-MSG-TEXT
013250       STRING "FBRULSIM0011W STAGED RULE SET WOULD OVERFLOW THE "
013260                                                 DELIMITED BY SIZE
013270              "BUILT TEXT FOR "                  DELIMITED BY SIZE
013280              SIM-SET-OVERFLOWS(2)               DELIMITED BY SIZE
013290              " KEYS"                            DELIMITED BY SIZE
013300         INTO SIM-MSG-TEXT
013310       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
013320       MOVE 4 TO RETURN-CODE
013330     END-IF.
013340     CLOSE SIMRPT-FILE.
013350 8000-EXIT.
013360     EXIT.
013370
013380 8100-PRINT-CLASS-HITS.
013390     MOVE "*** HITS BY CLASS ***" TO SIM-DETAIL-LINE.
013400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013410     MOVE "  CLASS             BEFORE     AFTER"
013420       TO SIM-DETAIL-LINE.
013430     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013440     MOVE SPACES TO SIM-DETAIL-LINE.
013450     STRING "  SINGLE-RULE    "      DELIMITED BY SIZE
013460            SIM-SET-SINGLE(1)        DELIMITED BY SIZE
013470            " "                      DELIMITED BY SIZE
013480            SIM-SET-SINGLE(2)        DELIMITED BY SIZE
013490       INTO SIM-DETAIL-LINE.
013500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013510     MOVE SPACES TO SIM-DETAIL-LINE.
013520     STRING "  MULTI-RULE     "      DELIMITED BY SIZE
013530            SIM-SET-MULTI(1)         DELIMITED BY SIZE
013540            " "                      DELIMITED BY SIZE
013550            SIM-SET-MULTI(2)         DELIMITED BY SIZE
013560       INTO SIM-DETAIL-LINE.
013570     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013580     MOVE SPACES TO SIM-DETAIL-LINE.
013590     STRING "  NUMBER         "      DELIMITED BY SIZE
013600            SIM-SET-NUMBER(1)        DELIMITED BY SIZE
013610            " "                      DELIMITED BY SIZE
013620            SIM-SET-NUMBER(2)        DELIMITED BY SIZE
013630       INTO SIM-DETAIL-LINE.
013640     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013650     MOVE SPACES TO SIM-DETAIL-LINE.
013660     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013670 8100-EXIT.
013680     EXIT.
013690
013700 8200-PRINT-WORD-HITS.
013710     MOVE "*** HITS BY RULE WORD ***" TO SIM-DETAIL-LINE.
013720     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013730     MOVE "  WORD       DIV DIV    BEFORE     AFTER"
013740       TO SIM-DETAIL-LINE.
013750     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013760     PERFORM 8210-PRINT-ONE-WORD THRU 8210-EXIT
013770       VARYING SIM-WORD-SUB FROM 1 BY 1
013780         UNTIL SIM-WORD-SUB > SIM-WORD-COUNT.
013790     MOVE SPACES TO SIM-DETAIL-LINE.
013800     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013810 8200-EXIT.
013820     EXIT.
013830
013840*    A DIVISOR OF 000 ON EITHER SIDE MEANS THE WORD IS ADDED OR
013850*    REMOVED BY THE STAGED SET.
013860 8210-PRINT-ONE-WORD.
013870     MOVE SPACES TO SIM-DETAIL-LINE.
013880     STRING "  "                               DELIMITED BY SIZE
013890            SIM-WORD(SIM-WORD-SUB)             DELIMITED BY SIZE
013900            " "                                DELIMITED BY SIZE
013910            SIM-WORD-DIVISOR(SIM-WORD-SUB 1)   DELIMITED BY SIZE
013920            " "                                DELIMITED BY SIZE
013930            SIM-WORD-DIVISOR(SIM-WORD-SUB 2)   DELIMITED BY SIZE
013940            " "                                DELIMITED BY SIZE
013950            SIM-WORD-HITS(SIM-WORD-SUB 1)      DELIMITED BY SIZE
013960            " "                                DELIMITED BY SIZE
013970            SIM-WORD-HITS(SIM-WORD-SUB 2)      DELIMITED BY SIZE
013980       INTO SIM-DETAIL-LINE.
013990     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014000 8210-EXIT.
014010     EXIT.
014020
014030 8300-PRINT-COMBO-HITS.
014040     MOVE "*** HITS BY COMBINATION ***" TO SIM-DETAIL-LINE.
014050     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014060     IF SIM-COMBO-COUNT = 0
014070       MOVE "  (NONE)" TO SIM-DETAIL-LINE
014080       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
014090       GO TO 8300-EXIT
014100     END-IF.
014110     MOVE "  COMBINATION             BEFORE     AFTER"
014120       TO SIM-DETAIL-LINE.
014130     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014140     PERFORM 8310-PRINT-ONE-COMBO THRU 8310-EXIT
014150       VARYING SIM-COMBO-SUB FROM 1 BY 1
014160         UNTIL SIM-COMBO-SUB > SIM-COMBO-COUNT.
014170     IF SIM-COMBOS-OVERFLOWED
014180       MOVE "  (MORE THAN 50 COMBINATIONS - EXTRAS NOT LISTED)"
014190         TO SIM-DETAIL-LINE
014200       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
014210     END-IF.
014220 8300-EXIT.
014230     EXIT.
014240
014250 8310-PRINT-ONE-COMBO.
014260     MOVE SPACES TO SIM-DETAIL-LINE.
014270     STRING "  "                               DELIMITED BY SIZE
014280            SIM-COMBO-TEXT(SIM-COMBO-SUB)      DELIMITED BY SIZE
014290            " "                                DELIMITED BY SIZE
014300            SIM-COMBO-HITS(SIM-COMBO-SUB 1)    DELIMITED BY SIZE
014310            " "                                DELIMITED BY SIZE
014320            SIM-COMBO-HITS(SIM-COMBO-SUB 2)    DELIMITED BY SIZE
014330       INTO SIM-DETAIL-LINE.
014340     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014350 8310-EXIT.
014360     EXIT.
014370
014380*-----------------------------------------------------------------
014390* 9800-ISSUE-MESSAGE
014400* ISSUES THE MESSAGE BUILT IN SIM-MSG-TEXT: DISPLAYS IT ON
014410* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
014420* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
014430* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
014440* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
014450* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
014460*-----------------------------------------------------------------
014470 9800-ISSUE-MESSAGE.
014480     MOVE 132 TO SIM-MSG-LEN.
014490     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
014500       UNTIL SIM-MSG-LEN = 1
014510         OR SIM-MSG-TEXT(SIM-MSG-LEN:1) NOT = SPACE.
014520     DISPLAY SIM-MSG-TEXT(1:SIM-MSG-LEN).
014530     IF SIM-MSGLOG-NOT-OPENED
014540       OPEN EXTEND MSGLOG-FILE
014550       IF SIM-MSGLOG-STATUS = "00"
014560         SET SIM-MSGLOG-IS-OPEN TO TRUE
014570       ELSE
014580         SET SIM-MSGLOG-UNAVAILABLE TO TRUE
014590         DISPLAY "FBRULSIM0012I MSGLOG NOT AVAILABLE - "
014600             "MESSAGES ON SYSOUT ONLY"
014610       END-IF
014620     END-IF.
014630     IF NOT SIM-MSGLOG-IS-OPEN
014640       GO TO 9800-EXIT
014650     END-IF.
014660     ACCEPT SIM-MSG-DATE FROM DATE YYYYMMDD.
014670     ACCEPT SIM-MSG-TIME FROM TIME.
014680     MOVE SPACES TO FB-MSGL-RECORD.
014690     MOVE "FBRULSIM" TO FB-MSGL-PROGRAM.
014700     MOVE SIM-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
014710     MOVE SIM-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
014720     IF SIM-BUS-DATE-KEY > 0
014730       MOVE SIM-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
014740     END-IF.
014750     STRING SIM-MSG-MM   DELIMITED BY SIZE
014760            "/"          DELIMITED BY SIZE
014770            SIM-MSG-DD   DELIMITED BY SIZE
014780            "/"          DELIMITED BY SIZE
014790            SIM-MSG-YYYY DELIMITED BY SIZE
014800       INTO FB-MSGL-LOG-DATE.
014810     STRING SIM-MSG-HH   DELIMITED BY SIZE
014820            ":"          DELIMITED BY SIZE
014830            SIM-MSG-MI   DELIMITED BY SIZE
014840            ":"          DELIMITED BY SIZE
014850            SIM-MSG-SS   DELIMITED BY SIZE
014860       INTO FB-MSGL-LOG-TIME.
014870     MOVE SIM-MSG-TEXT(15:) TO FB-MSGL-TEXT.
014880     WRITE FB-MSGL-RECORD.
014890 9800-EXIT.
014900     EXIT.
014910
014920 9810-FIND-MSG-END.
014930     SUBTRACT 1 FROM SIM-MSG-LEN.
014940 9810-EXIT.
014950     EXIT.
014960
014970 9999-EXIT.
014980     IF SIM-MSGLOG-IS-OPEN
014990       CLOSE MSGLOG-FILE
015000     END-IF.
015010     STOP RUN.
