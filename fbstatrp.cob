000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/14/2026 RDM   ORIGINAL VERSION. MONTH-END RULE-MIX TREND
000060*                  REPORT OFF THE STATHIST STATISTICS HISTORY THAT
000070*                  THE MAIN JOB LOADS EACH CYCLE. FOR THE MONTH OF
000080*                  THE AS-OF BUSINESS DATE (SYSIN COLS 1-8,
000090*                  MMDDYYYY; BLANK MEANS TODAY) IT PRINTS ON
000100*                  STATRPT THE MONTH-TO-DATE AND PRIOR-MONTH
000110*                  CONTROL TALLIES, HITS PER RULE WORD AND PER
000120*                  COMBINATION, EACH AS A PERCENTAGE OF THE ROWS
000130*                  PROCESSED, AND THE VARIANCE BETWEEN THE TWO
000140*                  PERIODS. EVERY CYCLE IS ALSO COMPARED WITH THE
000150*                  CYCLE BEFORE IT, AND ANY RULE WORD WHOSE SHARE
000160*                  MOVED BY MORE THAN THE THRESHOLD (SYSIN COLS
000170*                  10-12, WHOLE PERCENTAGE POINTS, DEFAULT 5)
000180*                  WHILE THE RULE-SET DATE STAYED THE SAME IS
000190*                  FLAGGED, AND THE STEP THEN ENDS WITH
000200*                  RETURN-CODE 4. REPLACES ADDING UP OLD BIEXTRCT
000210*                  COPIES BY HAND AT MONTH END.
000220* 10/15/2026 RDM   STATHIST NOW HOLDS ONE RECORD PER CLIENT
000230*                  PROFILE PER CYCLE. THE CONTROL CARD NAMES THE
000240*                  PROFILE TO REPORT IN COLS 14-17 (BLANK IS THE
000250*                  BASE PROFILE); OTHER PROFILES' CYCLES ARE
000260*                  PASSED OVER SO THE MIX COMPARISON STAYS WITHIN
000270*                  ONE PROFILE.
000280*----------------------------------------------------------------*
000290
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    FBSTATRP.
000320 AUTHOR.        R D MARKHAM.
000330 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000340 DATE-WRITTEN.  10/14/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS STA-SYSIN-STATUS.
000430
000440     SELECT STAT-FILE ASSIGN TO "STATHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS FB-STAT-KEY
000480         FILE STATUS IS STA-STATHIST-STATUS.
000490
000500     SELECT STATRPT-FILE ASSIGN TO "STATRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS STA-STATRPT-STATUS.
000530
000540     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS STA-MSGLOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SYSIN-FILE
000610     LABEL RECORDS ARE OMITTED.
000620 01  STA-PARM-CARD.
000630     05  STA-CARD-ASOF         PIC X(08).
000640     05  FILLER                PIC X(01).
000650     05  STA-CARD-THRESHOLD    PIC X(03).
000660     05  FILLER                PIC X(01).
000670     05  STA-CARD-PROFILE      PIC X(04).
000680     05  FILLER                PIC X(63).
000690
000700 FD  STAT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FBSTATHS.
000730
000740 FD  STATRPT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  STA-REPORT-RECORD         PIC X(80).
000770
000780 FD  MSGLOG-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY FBMSGLOG.
000810
000820 WORKING-STORAGE SECTION.
000830 01  STA-FILE-STATUSES.
000840     05  STA-SYSIN-STATUS      PIC X(02) VALUE "00".
000850     05  STA-STATHIST-STATUS   PIC X(02) VALUE "00".
000860     05  STA-STATRPT-STATUS    PIC X(02) VALUE "00".
000870     05  STA-MSGLOG-STATUS     PIC X(02) VALUE "00".
000880
000890 01  STA-SWITCHES.
000900     05  STA-STAT-EOF-SW       PIC X(01) VALUE "N".
000910         88  STA-STAT-AT-EOF           VALUE "Y".
000920     05  STA-PREV-SW           PIC X(01) VALUE "N".
000930         88  STA-HAVE-PREV-CYCLE       VALUE "Y".
000940     05  STA-WORD-OVFL-SW      PIC X(01) VALUE "N".
000950         88  STA-WORDS-OVERFLOWED      VALUE "Y".
000960     05  STA-COMBO-OVFL-SW     PIC X(01) VALUE "N".
000970         88  STA-COMBOS-OVERFLOWED     VALUE "Y".
000980
000990*    AS-OF BUSINESS DATE AND THE TWO PERIODS IT DEFINES: THE
001000*    MONTH TO DATE AND THE WHOLE OF THE MONTH BEFORE (DAY 31 AS
001010*    THE THRU DAY COVERS A MONTH OF ANY LENGTH).
001020 01  STA-ASOF-DATE.
001030     05  STA-ASOF-YYYY         PIC 9(04).
001040     05  STA-ASOF-MM           PIC 9(02).
001050     05  STA-ASOF-DD           PIC 9(02).
001060 01  STA-ASOF-KEY REDEFINES STA-ASOF-DATE
001070                               PIC 9(08).
001080 01  STA-MTD-FROM-DATE.
001090     05  STA-MTD-YYYY          PIC 9(04).
001100     05  STA-MTD-MM            PIC 9(02).
001110     05  STA-MTD-DD            PIC 9(02).
001120 01  STA-MTD-FROM-KEY REDEFINES STA-MTD-FROM-DATE
001130                               PIC 9(08).
001140 01  STA-PRIOR-FROM-DATE.
001150     05  STA-PRIOR-YYYY        PIC 9(04).
001160     05  STA-PRIOR-MM          PIC 9(02).
001170     05  STA-PRIOR-DD          PIC 9(02).
001180 01  STA-PRIOR-FROM-KEY REDEFINES STA-PRIOR-FROM-DATE
001190                               PIC 9(08).
001200 01  STA-THRESHOLD             PIC 9(03) VALUE 5.
001210 01  STA-THRESHOLD-PCT         PIC 9(03)V9(02) VALUE 5.
001220 01  STA-PROFILE               PIC X(04) VALUE SPACES.
001230 01  STA-PROFILE-DISPLAY       PIC X(06) VALUE "(BASE)".
001240
001250*    CONTROL TALLIES PER PERIOD: 1 IS THE MONTH TO DATE, 2 THE
001260*    PRIOR MONTH.
001270 01  STA-PERIOD-SUB            PIC 9(01) VALUE 0.
001280 01  STA-PERIOD-TABLE.
001290     05  STA-PERIOD-ENTRY OCCURS 2 TIMES.
001300         10  STA-PER-CYCLES    PIC 9(09).
001310         10  STA-PER-TOTAL     PIC 9(09).
001320         10  STA-PER-SINGLE    PIC 9(09).
001330         10  STA-PER-MULTI     PIC 9(09).
001340         10  STA-PER-NUMBER    PIC 9(09).
001350         10  STA-PER-SKIPPED   PIC 9(09).
001360         10  STA-PER-OVERRIDE  PIC 9(09).
001370
001380*    ONE ROW PER RULE WORD AND PER COMBINATION SEEN IN EITHER
001390*    PERIOD, WITH THE HITS FOR EACH PERIOD.
001400 01  STA-WORD-TABLE-LIMIT      PIC 9(03) VALUE 50.
001410 01  STA-WORD-TABLE.
001420     05  STA-WORD-ENTRY OCCURS 50 TIMES.
001430         10  STA-WORD          PIC X(10).
001440         10  STA-WORD-HITS     PIC 9(09) OCCURS 2 TIMES.
001450 01  STA-WORD-COUNT            PIC 9(03) VALUE 0.
001460 01  STA-WORD-SUB              PIC 9(03) VALUE 0.
001470 01  STA-WORD-FOUND-SUB        PIC 9(03) VALUE 0.
001480
001490 01  STA-COMBO-TABLE-LIMIT     PIC 9(03) VALUE 100.
001500 01  STA-COMBO-TABLE.
001510     05  STA-COMBO-ENTRY OCCURS 100 TIMES.
001520         10  STA-COMBO-TEXT    PIC X(20).
001530         10  STA-COMBO-HITS    PIC 9(09) OCCURS 2 TIMES.
001540 01  STA-COMBO-COUNT           PIC 9(03) VALUE 0.
001550 01  STA-COMBO-SUB             PIC 9(03) VALUE 0.
001560 01  STA-COMBO-FOUND-SUB       PIC 9(03) VALUE 0.
001570
001580 01  STA-REC-SUB               PIC 9(03) VALUE 0.
001590
001600*    THE CYCLE READ BEFORE THE CURRENT ONE, KEPT FOR THE
001610*    CYCLE-TO-CYCLE MIX COMPARISON.
001620 01  STA-PREV-CYCLE.
001630     05  STA-PREV-BUS-DATE     PIC 9(08) VALUE 0.
001640     05  STA-PREV-RULE-SET     PIC 9(08) VALUE 0.
001650     05  STA-PREV-TOTAL        PIC 9(09) VALUE 0.
001660     05  STA-PREV-RULE-COUNT   PIC 9(02) VALUE 0.
001670     05  STA-PREV-RULE-ENTRY OCCURS 9 TIMES.
001680         10  STA-PREV-WORD     PIC X(10).
001690         10  STA-PREV-HITS     PIC 9(09).
001700 01  STA-PREV-SUB              PIC 9(03) VALUE 0.
001710 01  STA-PREV-FOUND-SUB        PIC 9(03) VALUE 0.
001720
001730*    PERCENTAGE AND VARIANCE WORK AREAS. A PERCENTAGE IS HITS
001740*    TIMES 100 OVER ROWS PROCESSED, TO TWO DECIMALS, PRINTED AS
001750*    999.99; A VARIANCE CARRIES ITS OWN SIGN CHARACTER.
001760 01  STA-PCT-WORK.
001770     05  STA-PCT-HITS          PIC 9(09) VALUE 0.
001780     05  STA-PCT-BASE          PIC 9(09) VALUE 0.
001790     05  STA-PCT-PRODUCT       PIC 9(11) VALUE 0.
001800     05  STA-PCT-TEXT          PIC X(06) VALUE SPACES.
001810 01  STA-PCT-VALUE             PIC 9(03)V9(02) VALUE 0.
001820 01  STA-PCT-DIGITS REDEFINES STA-PCT-VALUE
001830                               PIC X(05).
001840 01  STA-PCT-SAVE-A            PIC 9(03)V9(02) VALUE 0.
001850 01  STA-PCT-SAVE-B            PIC 9(03)V9(02) VALUE 0.
001860 01  STA-PCT-TEXT-A            PIC X(06) VALUE SPACES.
001870 01  STA-PCT-TEXT-B            PIC X(06) VALUE SPACES.
001880 01  STA-VAR-WORK.
001890     05  STA-VAR-SIGN          PIC X(01) VALUE SPACE.
001900     05  STA-VAR-HITS-A        PIC 9(09) VALUE 0.
001910     05  STA-VAR-HITS-B        PIC 9(09) VALUE 0.
001920     05  STA-VAR-HITS          PIC 9(09) VALUE 0.
001930     05  STA-VAR-HITS-TEXT     PIC X(10) VALUE SPACES.
001940     05  STA-VAR-PCT-TEXT      PIC X(07) VALUE SPACES.
001950 01  STA-VAR-PCT               PIC 9(03)V9(02) VALUE 0.
001960 01  STA-VAR-PCT-DIGITS REDEFINES STA-VAR-PCT
001970                               PIC X(05).
001980
001990 01  STA-TALLY-LINE.
002000     05  STA-TALLY-LABEL       PIC X(20) VALUE SPACES.
002010     05  STA-TALLY-MTD         PIC 9(09) VALUE 0.
002020     05  STA-TALLY-PRIOR       PIC 9(09) VALUE 0.
002030
002040 01  STA-COUNTERS.
002050     05  STA-CYCLES-READ       PIC 9(09) VALUE 0.
002060     05  STA-CYCLES-INCOMPLETE PIC 9(09) VALUE 0.
002070     05  STA-SHIFT-COUNT       PIC 9(09) VALUE 0.
002080     05  STA-SET-CHANGE-COUNT  PIC 9(09) VALUE 0.
002090
002100 01  STA-REPORT-CONTROL.
002110     05  STA-LINE-COUNT        PIC 9(03) VALUE 0.
002120     05  STA-LINES-PER-PAGE    PIC 9(03) VALUE 60.
002130     05  STA-PAGE-COUNT        PIC 9(07) VALUE 0.
002140     05  STA-DETAIL-LINE       PIC X(80) VALUE SPACES.
002150
002160 01  STA-CURRENT-DATE.
002170     05  STA-CUR-YYYY          PIC 9(04).
002180     05  STA-CUR-MM            PIC 9(02).
002190     05  STA-CUR-DD            PIC 9(02).
002200 01  STA-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
002210
002220*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002230*    TO SYSOUT AND TO MSGLOG.
002240 01  STA-MESSAGE-AREA.
002250     05  STA-MSG-TEXT          PIC X(132) VALUE SPACES.
002260     05  STA-MSG-LEN           PIC 9(03) VALUE 0.
002270     05  STA-MSGLOG-SW         PIC X(01) VALUE "N".
002280         88  STA-MSGLOG-NOT-OPENED     VALUE "N".
002290         88  STA-MSGLOG-IS-OPEN        VALUE "Y".
002300         88  STA-MSGLOG-UNAVAILABLE    VALUE "U".
002310 01  STA-MSG-DATE.
002320     05  STA-MSG-YYYY          PIC 9(04).
002330     05  STA-MSG-MM            PIC 9(02).
002340     05  STA-MSG-DD            PIC 9(02).
002350 01  STA-MSG-TIME.
002360     05  STA-MSG-HH            PIC 9(02).
002370     05  STA-MSG-MI            PIC 9(02).
002380     05  STA-MSG-SS            PIC 9(02).
002390     05  STA-MSG-HS            PIC 9(02).
002400
002410 PROCEDURE DIVISION.
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT.
002450     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002460     GO TO 9999-EXIT.
002470
002480*-----------------------------------------------------------------
002490* 1000-INITIALIZE
002500* READS THE OPTIONAL CONTROL CARD, WORKS OUT THE TWO PERIODS AND
002510* OPENS STATRPT AND STATHIST. EITHER FILE FAILING TO OPEN
002520* REJECTS THE RUN.
002530*-----------------------------------------------------------------
002540 1000-INITIALIZE.
002550     ACCEPT STA-CURRENT-DATE FROM DATE YYYYMMDD.
002560     STRING STA-CUR-MM   DELIMITED BY SIZE
002570            "/"          DELIMITED BY SIZE
002580            STA-CUR-DD   DELIMITED BY SIZE
002590            "/"          DELIMITED BY SIZE
002600            STA-CUR-YYYY DELIMITED BY SIZE
002610       INTO STA-RUN-DATE-DISPLAY.
002620     MOVE STA-CURRENT-DATE TO STA-ASOF-DATE.
002630     MOVE ZEROS TO STA-PERIOD-TABLE.
002640     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002650     PERFORM 1200-SET-PERIODS THRU 1200-EXIT.
002660     OPEN OUTPUT STATRPT-FILE.
002670     IF STA-STATRPT-STATUS NOT = "00"
002680       MOVE "FBSTATRP0002E STATRPT OPEN FAILED - RUN REJECTED"
002690         TO STA-MSG-TEXT
002700       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002710       MOVE 16 TO RETURN-CODE
002720       GO TO 9999-EXIT
002730     END-IF.
002740     OPEN INPUT STAT-FILE.
002750     IF STA-STATHIST-STATUS NOT = "00"
002760       MOVE "FBSTATRP0001E STATHIST OPEN FAILED - RUN REJECTED"
002770         TO STA-MSG-TEXT
002780       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002790       MOVE 16 TO RETURN-CODE
002800       CLOSE STATRPT-FILE
002810       GO TO 9999-EXIT
002820     END-IF.
002830     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
002840     PERFORM 1700-PRINT-PARAMETERS THRU 1700-EXIT.
002850 1000-EXIT.
002860     EXIT.
002870
002880*-----------------------------------------------------------------
002890* 1100-READ-PARM-CARD
002900* READS THE OPTIONAL SYSIN CARD: AS-OF BUSINESS DATE MMDDYYYY IN
002910* 1-8 AND THE MIX SHIFT THRESHOLD IN WHOLE PERCENTAGE POINTS IN
002920* 10-12 AND THE CLIENT PROFILE IN 14-17. A MISSING FILE, EMPTY
002930* FILE OR BLANK FIELD KEEPS TODAY, 5 POINTS AND THE BASE
002940* PROFILE. A BAD FIELD REJECTS THE RUN.
002950*-----------------------------------------------------------------
002960 1100-READ-PARM-CARD.
002970     OPEN INPUT SYSIN-FILE.
002980     IF STA-SYSIN-STATUS NOT = "00"
002990       GO TO 1100-EXIT
003000     END-IF.
003010     READ SYSIN-FILE
003020       AT END
003030         CLOSE SYSIN-FILE
003040         GO TO 1100-EXIT
003050     END-READ.
003060     IF STA-CARD-ASOF NOT = SPACES
003070       IF STA-CARD-ASOF NOT NUMERIC
003080         OR STA-CARD-ASOF(1:2) < "01" OR STA-CARD-ASOF(1:2) > "12"
003090         OR STA-CARD-ASOF(3:2) < "01" OR STA-CARD-ASOF(3:2) > "31"
003100         MOVE "FBSTATRP0003E AS-OF DATE INVALID - RUN REJECTED"
003110           TO STA-MSG-TEXT
003120         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003130         MOVE 16 TO RETURN-CODE
003140         CLOSE SYSIN-FILE
003150         GO TO 9999-EXIT
003160       END-IF
003170       MOVE STA-CARD-ASOF(5:4) TO STA-ASOF-YYYY
003180       MOVE STA-CARD-ASOF(1:2) TO STA-ASOF-MM
003190       MOVE STA-CARD-ASOF(3:2) TO STA-ASOF-DD
003200     END-IF.
003210     IF STA-CARD-THRESHOLD NOT = SPACES
003220       IF STA-CARD-THRESHOLD NOT NUMERIC
003230         OR STA-CARD-THRESHOLD = "000"
003240         OR STA-CARD-THRESHOLD > "100"
003250         MOVE SPACES TO STA-MSG-TEXT
003260         STRING "FBSTATRP0004E MIX THRESHOLD MUST BE 001-100 - "
003270                                                 DELIMITED BY SIZE
003280                "RUN REJECTED"                   DELIMITED BY SIZE
003290           INTO STA-MSG-TEXT
003300         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003310         MOVE 16 TO RETURN-CODE
003320         CLOSE SYSIN-FILE
003330         GO TO 9999-EXIT
003340       END-IF
003350       MOVE STA-CARD-THRESHOLD TO STA-THRESHOLD
003360       MOVE STA-THRESHOLD TO STA-THRESHOLD-PCT
003370     END-IF.
003380     IF STA-CARD-PROFILE NOT = SPACES
003390       MOVE STA-CARD-PROFILE TO STA-PROFILE
003400       MOVE STA-CARD-PROFILE TO STA-PROFILE-DISPLAY
003410     END-IF.
003420     CLOSE SYSIN-FILE.
003430 1100-EXIT.
003440     EXIT.
003450
003460 1200-SET-PERIODS.
003470     MOVE STA-ASOF-DATE TO STA-MTD-FROM-DATE.
003480     MOVE 1 TO STA-MTD-DD.
003490     MOVE STA-MTD-FROM-DATE TO STA-PRIOR-FROM-DATE.
003500     IF STA-PRIOR-MM = 1
003510       MOVE 12 TO STA-PRIOR-MM
003520       SUBTRACT 1 FROM STA-PRIOR-YYYY
003530     ELSE
003540       SUBTRACT 1 FROM STA-PRIOR-MM
003550     END-IF.
003560 1200-EXIT.
003570     EXIT.
003580
003590*-----------------------------------------------------------------
003600* 1600-WRITE-REPORT-HEADING
003610* WRITES THE REPORT HEADING AT THE TOP OF EACH PAGE AND RESETS
003620* THE PAGE LINE COUNT.
003630*-----------------------------------------------------------------
003640 1600-WRITE-REPORT-HEADING.
003650     ADD 1 TO STA-PAGE-COUNT.
003660     MOVE SPACES TO STA-REPORT-RECORD.
003670     STRING "RULE-MIX TREND REPORT"  DELIMITED BY SIZE
003680            "   RUN DATE: "          DELIMITED BY SIZE
003690            STA-RUN-DATE-DISPLAY    DELIMITED BY SIZE
003700            "   PAGE: "             DELIMITED BY SIZE
003710            STA-PAGE-COUNT          DELIMITED BY SIZE
003720       INTO STA-REPORT-RECORD.
003730     WRITE STA-REPORT-RECORD.
003740     MOVE SPACES TO STA-REPORT-RECORD.
003750     WRITE STA-REPORT-RECORD.
003760     MOVE 0 TO STA-LINE-COUNT.
003770 1600-EXIT.
003780     EXIT.
003790
003800 1700-PRINT-PARAMETERS.
003810     MOVE SPACES TO STA-DETAIL-LINE.
003820     STRING "AS-OF BUSINESS DATE : " DELIMITED BY SIZE
003830            STA-ASOF-KEY             DELIMITED BY SIZE
003840       INTO STA-DETAIL-LINE.
003850     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003860     MOVE SPACES TO STA-DETAIL-LINE.
003870     STRING "MONTH TO DATE       : " DELIMITED BY SIZE
003880            STA-MTD-FROM-KEY         DELIMITED BY SIZE
003890            " THRU "                 DELIMITED BY SIZE
003900            STA-ASOF-KEY             DELIMITED BY SIZE
003910       INTO STA-DETAIL-LINE.
003920     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003930     MOVE SPACES TO STA-DETAIL-LINE.
003940     STRING "PRIOR MONTH         : " DELIMITED BY SIZE
003950            STA-PRIOR-MM             DELIMITED BY SIZE
003960            "/"                      DELIMITED BY SIZE
003970            STA-PRIOR-YYYY           DELIMITED BY SIZE
003980       INTO STA-DETAIL-LINE.
003990     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004000     MOVE SPACES TO STA-DETAIL-LINE.
004010     STRING "MIX SHIFT THRESHOLD : " DELIMITED BY SIZE
004020            STA-THRESHOLD            DELIMITED BY SIZE
004030            " PERCENTAGE POINTS"     DELIMITED BY SIZE
004040       INTO STA-DETAIL-LINE.
004050     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004060     MOVE SPACES TO STA-DETAIL-LINE.
004070     STRING "CLIENT PROFILE      : " DELIMITED BY SIZE
004080            STA-PROFILE-DISPLAY      DELIMITED BY SIZE
004090       INTO STA-DETAIL-LINE.
004100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004110     MOVE SPACES TO STA-DETAIL-LINE.
004120     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004130     MOVE "*** CYCLE-TO-CYCLE MIX SHIFTS ***" TO STA-DETAIL-LINE.
004140     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004150     MOVE SPACES TO STA-DETAIL-LINE.
004160     STRING "BUS DATE PREVIOUS WORD        WAS %  NOW %"
004170                                           DELIMITED BY SIZE
004180            "  CHANGE RULE SET"            DELIMITED BY SIZE
004190       INTO STA-DETAIL-LINE.
004200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004210 1700-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------------------
004250* 2000-PROCESS-HISTORY
004260* READS STATHIST FROM THE FIRST DAY OF THE PRIOR MONTH THROUGH
004270* THE AS-OF DATE, ADDING EACH COMPLETED CYCLE INTO ITS PERIOD
004280* AND COMPARING ITS MIX WITH THE CYCLE BEFORE IT. A STOPPED
004290* CYCLE THAT WAS NEVER RESTARTED IS COUNTED BUT LEFT OUT. ONLY
004300* THE REQUESTED CLIENT PROFILE'S CYCLES ARE TAKEN.
004310*-----------------------------------------------------------------
004320 2000-PROCESS-HISTORY.
004330     MOVE STA-PRIOR-FROM-KEY TO FB-STAT-BUS-DATE.
004340     MOVE SPACES TO FB-STAT-PROFILE.
004350     START STAT-FILE KEY IS NOT LESS THAN FB-STAT-KEY
004360       INVALID KEY
004370         SET STA-STAT-AT-EOF TO TRUE
004380     END-START.
004390     PERFORM 2100-PROCESS-ONE-CYCLE THRU 2100-EXIT
004400       UNTIL STA-STAT-AT-EOF.
004410     CLOSE STAT-FILE.
004420     IF STA-SHIFT-COUNT = 0
004430       AND STA-SET-CHANGE-COUNT = 0
004440       MOVE "  (NONE)" TO STA-DETAIL-LINE
004450       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
004460     END-IF.
004470     MOVE SPACES TO STA-DETAIL-LINE.
004480     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004490 2000-EXIT.
004500     EXIT.
004510
004520 2100-PROCESS-ONE-CYCLE.
004530     READ STAT-FILE NEXT RECORD
004540       AT END
004550         SET STA-STAT-AT-EOF TO TRUE
004560         GO TO 2100-EXIT
004570     END-READ.
004580     IF STA-STATHIST-STATUS NOT = "00"
004590       OR FB-STAT-BUS-DATE > STA-ASOF-KEY
004600       SET STA-STAT-AT-EOF TO TRUE
004610       GO TO 2100-EXIT
004620     END-IF.
004630     IF FB-STAT-PROFILE NOT = STA-PROFILE
004640       GO TO 2100-EXIT
004650     END-IF.
004660     ADD 1 TO STA-CYCLES-READ.
004670     IF NOT FB-STAT-CYCLE-COMPLETE
004680       ADD 1 TO STA-CYCLES-INCOMPLETE
004690       GO TO 2100-EXIT
004700     END-IF.
004710     IF FB-STAT-BUS-DATE < STA-MTD-FROM-KEY
004720       MOVE 2 TO STA-PERIOD-SUB
004730     ELSE
004740       MOVE 1 TO STA-PERIOD-SUB
004750     END-IF.
004760     ADD 1                TO STA-PER-CYCLES(STA-PERIOD-SUB).
004770     ADD FB-STAT-TOTAL    TO STA-PER-TOTAL(STA-PERIOD-SUB).
004780     ADD FB-STAT-SINGLE   TO STA-PER-SINGLE(STA-PERIOD-SUB).
004790     ADD FB-STAT-MULTI    TO STA-PER-MULTI(STA-PERIOD-SUB).
004800     ADD FB-STAT-NUMBER   TO STA-PER-NUMBER(STA-PERIOD-SUB).
004810     ADD FB-STAT-SKIPPED  TO STA-PER-SKIPPED(STA-PERIOD-SUB).
004820     ADD FB-STAT-OVERRIDE TO STA-PER-OVERRIDE(STA-PERIOD-SUB).
004830     PERFORM 2200-ADD-ONE-WORD THRU 2200-EXIT
004840       VARYING STA-REC-SUB FROM 1 BY 1
004850         UNTIL STA-REC-SUB > FB-STAT-RULE-COUNT.
004860     PERFORM 2300-ADD-ONE-COMBO THRU 2300-EXIT
004870       VARYING STA-REC-SUB FROM 1 BY 1
004880         UNTIL STA-REC-SUB > FB-STAT-COMBO-COUNT.
004890     IF STA-HAVE-PREV-CYCLE
004900       PERFORM 2500-CHECK-MIX-SHIFT THRU 2500-EXIT
004910     END-IF.
004920     PERFORM 2590-SAVE-PREV-CYCLE THRU 2590-EXIT.
004930 2100-EXIT.
004940     EXIT.
004950
004960 2200-ADD-ONE-WORD.
004970     MOVE 0 TO STA-WORD-FOUND-SUB.
004980     PERFORM 2210-FIND-ONE-WORD THRU 2210-EXIT
004990       VARYING STA-WORD-SUB FROM 1 BY 1
005000         UNTIL STA-WORD-SUB > STA-WORD-COUNT
005010           OR STA-WORD-FOUND-SUB > 0.
005020     IF STA-WORD-FOUND-SUB = 0
005030       IF STA-WORD-COUNT < STA-WORD-TABLE-LIMIT
005040         ADD 1 TO STA-WORD-COUNT
005050         MOVE STA-WORD-COUNT TO STA-WORD-FOUND-SUB
005060         MOVE FB-STAT-RULE-WORD(STA-REC-SUB)
005070           TO STA-WORD(STA-WORD-FOUND-SUB)
005080         MOVE 0 TO STA-WORD-HITS(STA-WORD-FOUND-SUB, 1)
005090         MOVE 0 TO STA-WORD-HITS(STA-WORD-FOUND-SUB, 2)
005100       ELSE
005110         SET STA-WORDS-OVERFLOWED TO TRUE
005120         GO TO 2200-EXIT
005130       END-IF
005140     END-IF.
005150     ADD FB-STAT-RULE-HITS(STA-REC-SUB)
005160       TO STA-WORD-HITS(STA-WORD-FOUND-SUB, STA-PERIOD-SUB).
005170 2200-EXIT.
005180     EXIT.
005190
005200 2210-FIND-ONE-WORD.
005210     IF STA-WORD(STA-WORD-SUB) = FB-STAT-RULE-WORD(STA-REC-SUB)
005220       MOVE STA-WORD-SUB TO STA-WORD-FOUND-SUB
005230     END-IF.
005240 2210-EXIT.
005250     EXIT.
005260
005270 2300-ADD-ONE-COMBO.
005280     MOVE 0 TO STA-COMBO-FOUND-SUB.
005290     PERFORM 2310-FIND-ONE-COMBO THRU 2310-EXIT
005300       VARYING STA-COMBO-SUB FROM 1 BY 1
005310         UNTIL STA-COMBO-SUB > STA-COMBO-COUNT
005320           OR STA-COMBO-FOUND-SUB > 0.
005330     IF STA-COMBO-FOUND-SUB = 0
005340       IF STA-COMBO-COUNT < STA-COMBO-TABLE-LIMIT
005350         ADD 1 TO STA-COMBO-COUNT
005360         MOVE STA-COMBO-COUNT TO STA-COMBO-FOUND-SUB
005370         MOVE FB-STAT-COMBO-TEXT(STA-REC-SUB)
005380           TO STA-COMBO-TEXT(STA-COMBO-FOUND-SUB)
005390         MOVE 0 TO STA-COMBO-HITS(STA-COMBO-FOUND-SUB, 1)
005400         MOVE 0 TO STA-COMBO-HITS(STA-COMBO-FOUND-SUB, 2)
005410       ELSE
005420         SET STA-COMBOS-OVERFLOWED TO TRUE
005430         GO TO 2300-EXIT
005440       END-IF
005450     END-IF.
005460     ADD FB-STAT-COMBO-HITS(STA-REC-SUB)
005470       TO STA-COMBO-HITS(STA-COMBO-FOUND-SUB, STA-PERIOD-SUB).
005480 2300-EXIT.
005490     EXIT.
005500
005510 2310-FIND-ONE-COMBO.
005520     IF STA-COMBO-TEXT(STA-COMBO-SUB)
005530         = FB-STAT-COMBO-TEXT(STA-REC-SUB)
005540       MOVE STA-COMBO-SUB TO STA-COMBO-FOUND-SUB
005550     END-IF.
005560 2310-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------------
005600* 2500-CHECK-MIX-SHIFT
005610* COMPARES THIS CYCLE WITH THE ONE BEFORE IT. WHEN THE RULE-SET
005620* DATE CHANGED THE MIX IS EXPECTED TO MOVE, SO THE CHANGE IS
005630* NOTED AND NOTHING IS COMPARED. OTHERWISE EACH RULE WORD'S
005640* SHARE OF ROWS PROCESSED IS COMPARED AND A MOVE OF MORE THAN
005650* THE THRESHOLD IS FLAGGED.
005660*-----------------------------------------------------------------
005670 2500-CHECK-MIX-SHIFT.
005680     IF FB-STAT-RULE-SET-DATE NOT = STA-PREV-RULE-SET
005690       ADD 1 TO STA-SET-CHANGE-COUNT
005700       MOVE SPACES TO STA-DETAIL-LINE
005710       STRING FB-STAT-BUS-DATE         DELIMITED BY SIZE
005720              " "                      DELIMITED BY SIZE
005730              STA-PREV-BUS-DATE        DELIMITED BY SIZE
005740              " RULE SET CHANGED "     DELIMITED BY SIZE
005750              STA-PREV-RULE-SET        DELIMITED BY SIZE
005760              " TO "                   DELIMITED BY SIZE
005770              FB-STAT-RULE-SET-DATE    DELIMITED BY SIZE
005780              " - NOT COMPARED"        DELIMITED BY SIZE
005790         INTO STA-DETAIL-LINE
005800       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005810       GO TO 2500-EXIT
005820     END-IF.
005830     PERFORM 2510-CHECK-ONE-WORD THRU 2510-EXIT
005840       VARYING STA-REC-SUB FROM 1 BY 1
005850         UNTIL STA-REC-SUB > FB-STAT-RULE-COUNT.
005860 2500-EXIT.
005870     EXIT.
005880
005890 2510-CHECK-ONE-WORD.
005900     MOVE 0 TO STA-PREV-FOUND-SUB.
005910     PERFORM 2515-FIND-PREV-WORD THRU 2515-EXIT
005920       VARYING STA-PREV-SUB FROM 1 BY 1
005930         UNTIL STA-PREV-SUB > STA-PREV-RULE-COUNT
005940           OR STA-PREV-FOUND-SUB > 0.
005950     IF STA-PREV-FOUND-SUB = 0
005960       GO TO 2510-EXIT
005970     END-IF.
005980     MOVE STA-PREV-HITS(STA-PREV-FOUND-SUB) TO STA-PCT-HITS.
005990     MOVE STA-PREV-TOTAL TO STA-PCT-BASE.
006000     PERFORM 2600-FORMAT-PERCENT THRU 2600-EXIT.
006010     MOVE STA-PCT-VALUE TO STA-PCT-SAVE-B.
006020     MOVE STA-PCT-TEXT  TO STA-PCT-TEXT-B.
006030     MOVE FB-STAT-RULE-HITS(STA-REC-SUB) TO STA-PCT-HITS.
006040     MOVE FB-STAT-TOTAL TO STA-PCT-BASE.
006050     PERFORM 2600-FORMAT-PERCENT THRU 2600-EXIT.
006060     MOVE STA-PCT-VALUE TO STA-PCT-SAVE-A.
006070     MOVE STA-PCT-TEXT  TO STA-PCT-TEXT-A.
006080     PERFORM 2700-FORMAT-PCT-VARIANCE THRU 2700-EXIT.
006090     IF STA-VAR-PCT NOT > STA-THRESHOLD-PCT
006100       GO TO 2510-EXIT
006110     END-IF.
006120     ADD 1 TO STA-SHIFT-COUNT.
006130     MOVE SPACES TO STA-DETAIL-LINE.
006140     STRING FB-STAT-BUS-DATE               DELIMITED BY SIZE
006150            " "                            DELIMITED BY SIZE
006160            STA-PREV-BUS-DATE              DELIMITED BY SIZE
006170            " "                            DELIMITED BY SIZE
006180            FB-STAT-RULE-WORD(STA-REC-SUB) DELIMITED BY SIZE
006190            " "                            DELIMITED BY SIZE
006200            STA-PCT-TEXT-B                 DELIMITED BY SIZE
006210            " "                            DELIMITED BY SIZE
006220            STA-PCT-TEXT-A                 DELIMITED BY SIZE
006230            " "                            DELIMITED BY SIZE
006240            STA-VAR-PCT-TEXT               DELIMITED BY SIZE
006250            " "                            DELIMITED BY SIZE
006260            FB-STAT-RULE-SET-DATE          DELIMITED BY SIZE
006270       INTO STA-DETAIL-LINE.
006280     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006290 2510-EXIT.
006300     EXIT.
006310
006320 2515-FIND-PREV-WORD.
006330     IF STA-PREV-WORD(STA-PREV-SUB)
006340         = FB-STAT-RULE-WORD(STA-REC-SUB)
006350       MOVE STA-PREV-SUB TO STA-PREV-FOUND-SUB
006360     END-IF.
006370 2515-EXIT.
006380     EXIT.
006390
006400 2590-SAVE-PREV-CYCLE.
006410     SET STA-HAVE-PREV-CYCLE TO TRUE.
006420     MOVE FB-STAT-BUS-DATE      TO STA-PREV-BUS-DATE.
006430     MOVE FB-STAT-RULE-SET-DATE TO STA-PREV-RULE-SET.
006440     MOVE FB-STAT-TOTAL         TO STA-PREV-TOTAL.
006450     MOVE FB-STAT-RULE-COUNT    TO STA-PREV-RULE-COUNT.
006460     PERFORM 2595-SAVE-ONE-WORD THRU 2595-EXIT
006470       VARYING STA-REC-SUB FROM 1 BY 1
006480         UNTIL STA-REC-SUB > FB-STAT-RULE-COUNT.
006490 2590-EXIT.
006500     EXIT.
006510
006520 2595-SAVE-ONE-WORD.
006530     MOVE FB-STAT-RULE-WORD(STA-REC-SUB)
006540       TO STA-PREV-WORD(STA-REC-SUB).
006550     MOVE FB-STAT-RULE-HITS(STA-REC-SUB)
006560       TO STA-PREV-HITS(STA-REC-SUB).
006570 2595-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------------
006610* 2600-FORMAT-PERCENT
006620* STA-PCT-HITS AS A PERCENTAGE OF STA-PCT-BASE, ROUNDED TO TWO
006630* DECIMALS INTO STA-PCT-VALUE AND PRINTED AS 999.99 IN
006640* STA-PCT-TEXT. A ZERO BASE GIVES ZERO.
006650*-----------------------------------------------------------------
006660 2600-FORMAT-PERCENT.
006670     MOVE 0 TO STA-PCT-VALUE.
006680     IF STA-PCT-BASE > 0
006690       MULTIPLY STA-PCT-HITS BY 100 GIVING STA-PCT-PRODUCT
006700       DIVIDE STA-PCT-PRODUCT BY STA-PCT-BASE
006710         GIVING STA-PCT-VALUE ROUNDED
006720     END-IF.
006730     MOVE SPACES TO STA-PCT-TEXT.
006740     STRING STA-PCT-DIGITS(1:3)     DELIMITED BY SIZE
006750            "."                     DELIMITED BY SIZE
006760            STA-PCT-DIGITS(4:2)     DELIMITED BY SIZE
006770       INTO STA-PCT-TEXT.
006780 2600-EXIT.
006790     EXIT.
006800
006810*    STA-PCT-SAVE-A LESS STA-PCT-SAVE-B: THE SIZE OF THE CHANGE
006820*    IN STA-VAR-PCT AND THE SIGNED CHANGE PRINTED IN
006830*    STA-VAR-PCT-TEXT AS +999.99 OR -999.99.
006840 2700-FORMAT-PCT-VARIANCE.
006850     IF STA-PCT-SAVE-A < STA-PCT-SAVE-B
006860       MOVE "-" TO STA-VAR-SIGN
006870       SUBTRACT STA-PCT-SAVE-A FROM STA-PCT-SAVE-B
006880         GIVING STA-VAR-PCT
006890     ELSE
006900       MOVE "+" TO STA-VAR-SIGN
006910       SUBTRACT STA-PCT-SAVE-B FROM STA-PCT-SAVE-A
006920         GIVING STA-VAR-PCT
006930     END-IF.
006940     MOVE SPACES TO STA-VAR-PCT-TEXT.
006950     STRING STA-VAR-SIGN            DELIMITED BY SIZE
006960            STA-VAR-PCT-DIGITS(1:3) DELIMITED BY SIZE
006970            "."                     DELIMITED BY SIZE
006980            STA-VAR-PCT-DIGITS(4:2) DELIMITED BY SIZE
006990       INTO STA-VAR-PCT-TEXT.
007000 2700-EXIT.
007010     EXIT.
007020
007030*    STA-VAR-HITS-A LESS STA-VAR-HITS-B, PRINTED SIGNED IN
007040*    STA-VAR-HITS-TEXT.
007050 2750-FORMAT-HIT-VARIANCE.
007060     IF STA-VAR-HITS-A < STA-VAR-HITS-B
007070       MOVE "-" TO STA-VAR-SIGN
007080       SUBTRACT STA-VAR-HITS-A FROM STA-VAR-HITS-B
007090         GIVING STA-VAR-HITS
007100     ELSE
007110       MOVE "+" TO STA-VAR-SIGN
007120       SUBTRACT STA-VAR-HITS-B FROM STA-VAR-HITS-A
007130         GIVING STA-VAR-HITS
007140     END-IF.
007150     MOVE SPACES TO STA-VAR-HITS-TEXT.
007160     STRING STA-VAR-SIGN            DELIMITED BY SIZE
007170            STA-VAR-HITS            DELIMITED BY SIZE
007180       INTO STA-VAR-HITS-TEXT.
007190 2750-EXIT.
007200     EXIT.
007210
007220*-----------------------------------------------------------------
007230* 2800-WRITE-REPORT-LINE
007240* WRITES ONE DETAIL LINE TO STATRPT, BREAKING TO A NEW PAGE AND
007250* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
007260*-----------------------------------------------------------------
007270 2800-WRITE-REPORT-LINE.
007280     IF STA-LINE-COUNT >= STA-LINES-PER-PAGE
007290       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
007300     END-IF.
007310     WRITE STA-REPORT-RECORD FROM STA-DETAIL-LINE.
007320     ADD 1 TO STA-LINE-COUNT.
007330 2800-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------------
007370* 8000-TERMINATE
007380* PRINTS THE PERIOD TALLIES, THE RULE WORD AND COMBINATION MIX
007390* FOR BOTH PERIODS WITH THEIR VARIANCE, AND THE REPORT TOTALS.
007400* FLAGGED MIX SHIFTS END THE STEP WITH RETURN-CODE 4.
007410*-----------------------------------------------------------------
007420 8000-TERMINATE.
007430     PERFORM 8100-PRINT-TALLIES THRU 8100-EXIT.
007440     PERFORM 8200-PRINT-WORD-MIX THRU 8200-EXIT.
007450     PERFORM 8300-PRINT-COMBO-MIX THRU 8300-EXIT.
007460     MOVE "*** REPORT TOTALS ***" TO STA-DETAIL-LINE.
007470     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007480     MOVE SPACES TO STA-DETAIL-LINE.
007490     STRING "CYCLES READ         : " DELIMITED BY SIZE
007500            STA-CYCLES-READ          DELIMITED BY SIZE
007510       INTO STA-DETAIL-LINE.
007520     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007530     MOVE SPACES TO STA-DETAIL-LINE.
007540     STRING "STOPPED, NOT USED   : " DELIMITED BY SIZE
007550            STA-CYCLES-INCOMPLETE    DELIMITED BY SIZE
007560       INTO STA-DETAIL-LINE.
007570     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007580     MOVE SPACES TO STA-DETAIL-LINE.
007590     STRING "RULE-SET CHANGES    : " DELIMITED BY SIZE
007600            STA-SET-CHANGE-COUNT     DELIMITED BY SIZE
007610       INTO STA-DETAIL-LINE.
007620     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007630     MOVE SPACES TO STA-DETAIL-LINE.
007640     STRING "MIX SHIFTS FLAGGED  : " DELIMITED BY SIZE
007650            STA-SHIFT-COUNT          DELIMITED BY SIZE
007660       INTO STA-DETAIL-LINE.
007670     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007680     CLOSE STATRPT-FILE.
007690     IF STA-SHIFT-COUNT > 0
007700       MOVE SPACES TO STA-MSG-TEXT
007710       STRING "FBSTATRP0005W "          DELIMITED BY SIZE
007720              STA-SHIFT-COUNT           DELIMITED BY SIZE
007730              " MIX SHIFTS WITHOUT A RULE-SET CHANGE - "
007740                                        DELIMITED BY SIZE
007750              "SEE STATRPT"             DELIMITED BY SIZE
007760         INTO STA-MSG-TEXT
007770       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007780       MOVE 4 TO RETURN-CODE
007790     END-IF.
007800 8000-EXIT.
007810     EXIT.
007820
007830 8100-PRINT-TALLIES.
007840     MOVE "*** CONTROL TALLIES ***" TO STA-DETAIL-LINE.
007850     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007860     MOVE "                          MTD        PRIOR    VARIANCE"
007870       TO STA-DETAIL-LINE.
007880     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007890     MOVE "CYCLES"                TO STA-TALLY-LABEL.
007900     MOVE STA-PER-CYCLES(1)       TO STA-TALLY-MTD.
007910     MOVE STA-PER-CYCLES(2)       TO STA-TALLY-PRIOR.
007920     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
007930     MOVE "ROWS PROCESSED"        TO STA-TALLY-LABEL.
007940     MOVE STA-PER-TOTAL(1)        TO STA-TALLY-MTD.
007950     MOVE STA-PER-TOTAL(2)        TO STA-TALLY-PRIOR.
007960     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
007970     MOVE "SINGLE-RULE"           TO STA-TALLY-LABEL.
007980     MOVE STA-PER-SINGLE(1)       TO STA-TALLY-MTD.
007990     MOVE STA-PER-SINGLE(2)       TO STA-TALLY-PRIOR.
008000     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
008010     MOVE "MULTI-RULE"            TO STA-TALLY-LABEL.
008020     MOVE STA-PER-MULTI(1)        TO STA-TALLY-MTD.
008030     MOVE STA-PER-MULTI(2)        TO STA-TALLY-PRIOR.
008040     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
008050     MOVE "PLAIN NUMBER"          TO STA-TALLY-LABEL.
008060     MOVE STA-PER-NUMBER(1)       TO STA-TALLY-MTD.
008070     MOVE STA-PER-NUMBER(2)       TO STA-TALLY-PRIOR.
008080     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
008090     MOVE "SKIPPED"               TO STA-TALLY-LABEL.
008100     MOVE STA-PER-SKIPPED(1)      TO STA-TALLY-MTD.
008110     MOVE STA-PER-SKIPPED(2)      TO STA-TALLY-PRIOR.
008120     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
008130     MOVE "OVERRIDDEN"            TO STA-TALLY-LABEL.
008140     MOVE STA-PER-OVERRIDE(1)     TO STA-TALLY-MTD.
008150     MOVE STA-PER-OVERRIDE(2)     TO STA-TALLY-PRIOR.
008160     PERFORM 8110-PRINT-ONE-TALLY THRU 8110-EXIT.
008170     MOVE SPACES TO STA-DETAIL-LINE.
008180     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008190 8100-EXIT.
008200     EXIT.
008210
008220 8110-PRINT-ONE-TALLY.
008230     MOVE STA-TALLY-MTD   TO STA-VAR-HITS-A.
008240     MOVE STA-TALLY-PRIOR TO STA-VAR-HITS-B.
008250     PERFORM 2750-FORMAT-HIT-VARIANCE THRU 2750-EXIT.
008260     MOVE SPACES TO STA-DETAIL-LINE.
008270     STRING STA-TALLY-LABEL      DELIMITED BY SIZE
008280            STA-TALLY-MTD        DELIMITED BY SIZE
008290            "    "               DELIMITED BY SIZE
008300            STA-TALLY-PRIOR      DELIMITED BY SIZE
008310            "  "                 DELIMITED BY SIZE
008320            STA-VAR-HITS-TEXT    DELIMITED BY SIZE
008330       INTO STA-DETAIL-LINE.
008340     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008350 8110-EXIT.
008360     EXIT.
008370
008380*    EACH WORD'S HITS ARE SHOWN AS A PERCENTAGE OF THE ROWS
008390*    PROCESSED IN THE SAME PERIOD, SO A PART MONTH AND A WHOLE
008400*    MONTH CAN BE COMPARED.
008410 8200-PRINT-WORD-MIX.
008420     MOVE "*** RULE WORD MIX (% OF ROWS PROCESSED) ***"
008430       TO STA-DETAIL-LINE.
008440     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008450     IF STA-WORD-COUNT = 0
008460       MOVE "  (NONE)" TO STA-DETAIL-LINE
008470       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008480     ELSE
008490       MOVE SPACES TO STA-DETAIL-LINE
008500       STRING "WORD        MTD HITS  MTD %     PRIOR  PRI %"
008510                                             DELIMITED BY SIZE
008520              "   VAR HITS   VAR %"          DELIMITED BY SIZE
008530         INTO STA-DETAIL-LINE
008540       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008550       PERFORM 8210-PRINT-ONE-WORD THRU 8210-EXIT
008560         VARYING STA-WORD-SUB FROM 1 BY 1
008570           UNTIL STA-WORD-SUB > STA-WORD-COUNT
008580     END-IF.
008590     IF STA-WORDS-OVERFLOWED
008600       MOVE "  (MORE THAN 50 RULE WORDS - EXTRA WORDS NOT LISTED)"
008610         TO STA-DETAIL-LINE
008620       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008630     END-IF.
008640     MOVE SPACES TO STA-DETAIL-LINE.
008650     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008660 8200-EXIT.
008670     EXIT.
008680
008690 8210-PRINT-ONE-WORD.
008700     MOVE STA-WORD-HITS(STA-WORD-SUB, 1) TO STA-VAR-HITS-A.
008710     MOVE STA-WORD-HITS(STA-WORD-SUB, 2) TO STA-VAR-HITS-B.
008720     PERFORM 8400-FORMAT-MIX-FIGURES THRU 8400-EXIT.
008730     MOVE SPACES TO STA-DETAIL-LINE.
008740     STRING STA-WORD(STA-WORD-SUB)           DELIMITED BY SIZE
008750            " "                              DELIMITED BY SIZE
008760            STA-WORD-HITS(STA-WORD-SUB, 1)   DELIMITED BY SIZE
008770            " "                              DELIMITED BY SIZE
008780            STA-PCT-TEXT-A                   DELIMITED BY SIZE
008790            " "                              DELIMITED BY SIZE
008800            STA-WORD-HITS(STA-WORD-SUB, 2)   DELIMITED BY SIZE
008810            " "                              DELIMITED BY SIZE
008820            STA-PCT-TEXT-B                   DELIMITED BY SIZE
008830            " "                              DELIMITED BY SIZE
008840            STA-VAR-HITS-TEXT                DELIMITED BY SIZE
008850            " "                              DELIMITED BY SIZE
008860            STA-VAR-PCT-TEXT                 DELIMITED BY SIZE
008870       INTO STA-DETAIL-LINE.
008880     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008890 8210-EXIT.
008900     EXIT.
008910
008920 8300-PRINT-COMBO-MIX.
008930     MOVE "*** COMBINATION MIX (% OF ROWS PROCESSED) ***"
008940       TO STA-DETAIL-LINE.
008950     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008960     IF STA-COMBO-COUNT = 0
008970       MOVE "  (NONE)" TO STA-DETAIL-LINE
008980       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
008990     ELSE
009000       MOVE SPACES TO STA-DETAIL-LINE
009010       STRING "COMBINATION           MTD HITS  MTD %"
009020                                             DELIMITED BY SIZE
009030              "     PRIOR  PRI %   VAR HITS   VAR %"
009040                                             DELIMITED BY SIZE
009050         INTO STA-DETAIL-LINE
009060       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
009070       PERFORM 8310-PRINT-ONE-COMBO THRU 8310-EXIT
009080         VARYING STA-COMBO-SUB FROM 1 BY 1
009090           UNTIL STA-COMBO-SUB > STA-COMBO-COUNT
009100     END-IF.
009110     IF STA-COMBOS-OVERFLOWED
009120       MOVE "  (MORE THAN 100 COMBINATIONS - EXTRAS NOT LISTED)"
009130         TO STA-DETAIL-LINE
009140       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
009150     END-IF.
009160     MOVE SPACES TO STA-DETAIL-LINE.
009170     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009180 8300-EXIT.
009190     EXIT.
009200
009210 8310-PRINT-ONE-COMBO.
009220     MOVE STA-COMBO-HITS(STA-COMBO-SUB, 1) TO STA-VAR-HITS-A.
009230     MOVE STA-COMBO-HITS(STA-COMBO-SUB, 2) TO STA-VAR-HITS-B.
009240     PERFORM 8400-FORMAT-MIX-FIGURES THRU 8400-EXIT.
009250     MOVE SPACES TO STA-DETAIL-LINE.
009260     STRING STA-COMBO-TEXT(STA-COMBO-SUB)    DELIMITED BY SIZE
009270            " "                              DELIMITED BY SIZE
009280            STA-COMBO-HITS(STA-COMBO-SUB, 1) DELIMITED BY SIZE
009290            " "                              DELIMITED BY SIZE
009300            STA-PCT-TEXT-A                   DELIMITED BY SIZE
009310            " "                              DELIMITED BY SIZE
009320            STA-COMBO-HITS(STA-COMBO-SUB, 2) DELIMITED BY SIZE
009330            " "                              DELIMITED BY SIZE
009340            STA-PCT-TEXT-B                   DELIMITED BY SIZE
009350            " "                              DELIMITED BY SIZE
009360            STA-VAR-HITS-TEXT                DELIMITED BY SIZE
009370            " "                              DELIMITED BY SIZE
009380            STA-VAR-PCT-TEXT                 DELIMITED BY SIZE
009390       INTO STA-DETAIL-LINE.
009400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009410 8310-EXIT.
009420     EXIT.
009430
009440*    FROM THE MTD HITS IN STA-VAR-HITS-A AND THE PRIOR-MONTH HITS
009450*    IN STA-VAR-HITS-B: BOTH PERCENTAGES, THE HIT VARIANCE AND THE
009460*    PERCENTAGE-POINT VARIANCE.
009470 8400-FORMAT-MIX-FIGURES.
009480     MOVE STA-VAR-HITS-A   TO STA-PCT-HITS.
009490     MOVE STA-PER-TOTAL(1) TO STA-PCT-BASE.
009500     PERFORM 2600-FORMAT-PERCENT THRU 2600-EXIT.
009510     MOVE STA-PCT-VALUE TO STA-PCT-SAVE-A.
009520     MOVE STA-PCT-TEXT  TO STA-PCT-TEXT-A.
009530     MOVE STA-VAR-HITS-B   TO STA-PCT-HITS.
009540     MOVE STA-PER-TOTAL(2) TO STA-PCT-BASE.
009550     PERFORM 2600-FORMAT-PERCENT THRU 2600-EXIT.
009560     MOVE STA-PCT-VALUE TO STA-PCT-SAVE-B.
009570     MOVE STA-PCT-TEXT  TO STA-PCT-TEXT-B.
009580     PERFORM 2750-FORMAT-HIT-VARIANCE THRU 2750-EXIT.
009590     PERFORM 2700-FORMAT-PCT-VARIANCE THRU 2700-EXIT.
009600 8400-EXIT.
009610     EXIT.
009620
009630*-----------------------------------------------------------------
009640* 9800-ISSUE-MESSAGE
009650* ISSUES THE MESSAGE BUILT IN STA-MSG-TEXT: DISPLAYS IT ON
009660* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
009670* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
009680* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
009690* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
009700* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
009710*-----------------------------------------------------------------
009720 9800-ISSUE-MESSAGE.
009730     MOVE 132 TO STA-MSG-LEN.
009740     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
009750       UNTIL STA-MSG-LEN = 1
009760         OR STA-MSG-TEXT(STA-MSG-LEN:1) NOT = SPACE.
009770     DISPLAY STA-MSG-TEXT(1:STA-MSG-LEN).
009780     IF STA-MSGLOG-NOT-OPENED
009790       OPEN EXTEND MSGLOG-FILE
009800       IF STA-MSGLOG-STATUS = "00"
009810         SET STA-MSGLOG-IS-OPEN TO TRUE
009820       ELSE
009830         SET STA-MSGLOG-UNAVAILABLE TO TRUE
009840         DISPLAY "FBSTATRP0006I MSGLOG NOT AVAILABLE - "
009850             "MESSAGES ON SYSOUT ONLY"
009860       END-IF
009870     END-IF.
009880     IF NOT STA-MSGLOG-IS-OPEN
009890       GO TO 9800-EXIT
009900     END-IF.
009910     ACCEPT STA-MSG-DATE FROM DATE YYYYMMDD.
009920     ACCEPT STA-MSG-TIME FROM TIME.
009930     MOVE SPACES TO FB-MSGL-RECORD.
009940     MOVE "FBSTATRP" TO FB-MSGL-PROGRAM.
009950     MOVE STA-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
009960     MOVE STA-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
009970     MOVE STA-ASOF-KEY TO FB-MSGL-BUS-DATE.
009980     STRING STA-MSG-MM   DELIMITED BY SIZE
009990            "/"          DELIMITED BY SIZE
010000            STA-MSG-DD   DELIMITED BY SIZE
010010            "/"          DELIMITED BY SIZE
010020            STA-MSG-YYYY DELIMITED BY SIZE
010030       INTO FB-MSGL-LOG-DATE.
010040     STRING STA-MSG-HH   DELIMITED BY SIZE
010050            ":"          DELIMITED BY SIZE
010060            STA-MSG-MI   DELIMITED BY SIZE
010070            ":"          DELIMITED BY SIZE
010080            STA-MSG-SS   DELIMITED BY SIZE
010090       INTO FB-MSGL-LOG-TIME.
010100     MOVE STA-MSG-TEXT(15:) TO FB-MSGL-TEXT.
010110     WRITE FB-MSGL-RECORD.
010120 9800-EXIT.
010130     EXIT.
010140
010150 9810-FIND-MSG-END.
010160     SUBTRACT 1 FROM STA-MSG-LEN.
010170 9810-EXIT.
010180     EXIT.
010190
010200 9999-EXIT.
010210     IF STA-MSGLOG-IS-OPEN
010220       CLOSE MSGLOG-FILE
010230     END-IF.
010240     STOP RUN.
