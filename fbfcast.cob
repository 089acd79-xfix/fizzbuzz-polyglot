000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/15/2026 RDM   ORIGINAL VERSION. BATCH-WINDOW FORECAST FOR THE
000060*                  NEXT CYCLE. READS TOMORROW'S SYSIN CONTROL DECK
000070*                  (THE MAIN JOB'S FORMAT) AND THE FCSTREQ CARD -
000080*                  WINDOW START HHMM IN COLS 1-4 (BLANK = NOW),
000090*                  WINDOW END HHMM IN 6-9, THE FBSPLIT STREAM
000100*                  COUNT IN 11-12 (BLANK = 1, NO SPLIT) AND THE
000110*                  HISTORY DEPTH IN 14-15 (BLANK = 10 RUNS) - THEN
000120*                  PROJECTS EACH STEP'S ELAPSED TIME FROM THE
000130*                  SECONDS-PER-RECORD RATE OF ITS MOST RECENT RUNS
000140*                  ON THE STEP TIMING HISTORY (STEPTIME, COPYBOOK
000150*                  FBSTEPTM). FCSTRPT SHOWS EACH STEP'S
000160*                  PROJECTION, THE PREDICTED CRITICAL PATH
000170*                  (FBSPLIT, THE LONGEST FIZZBUZZ STREAM, FBMERGE,
000180*                  THEN THE LONGER OF FBVERIFY AND
000190*                  FBRECON-FBCOMPAR-FBXMIT, THEN FBARCHIV) WITH
000200*                  PROJECTED START AND END TIMES, THE PROJECTED
000210*                  FINISH AGAINST THE WINDOW END AND THE NUMBERS
000220*                  THE WINDOW COULD HOLD. A PROJECTED OVERRUN ENDS
000230*                  THE RUN WITH RETURN-CODE 8, SO RANGES CAN BE
000240*                  SPLIT OR DEFERRED BEFORE THE CYCLE RUNS; A STEP
000250*                  WITH NO HISTORY OR A DECK THAT CANNOT BE SPLIT
000260*                  AS ASKED GIVES RETURN-CODE 4. NO PRODUCTION
000270*                  FILE IS WRITTEN.
000280* 10/15/2026 RDM   FBDIST, THE SUBSCRIBER DISTRIBUTION STEP, IS
000290*                  NOW FORECAST. IT STARTS ONCE FBVERIFY AND
000300*                  FBRECON HAVE BOTH ENDED, AND FBARCHIV WAITS FOR
000310*                  IT AS WELL AS FOR FBXMIT. EACH STEP OFF THE
000320*                  CRITICAL PATH NOW SHOWS ITS OWN SLACK.
000330* 10/15/2026 RDM   THE DECK IS NOW READ AS THE MAIN JOB READS IT:
000340*                  EVERY CARD, REJECTED OR NOT, COUNTS TOWARD THE
000350*                  50-CARD LIMIT, AND A CARD FOR A SEVENTH PROFILE
000360*                  (COLS 34-37) OR OUT OF VSAMOUT KEY ORDER IS NOT
000370*                  COUNTED, AS THE MAIN JOB REJECTS IT.
000380*----------------------------------------------------------------*
000390
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.    FBFCAST.
000420 AUTHOR.        R D MARKHAM.
000430 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000440 DATE-WRITTEN.  10/15/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT FCSTREQ-FILE ASSIGN TO "FCSTREQ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FCS-FCSTREQ-STATUS.
000530
000540     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FCS-SYSIN-STATUS.
000570
000580     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FCS-STEPTIME-STATUS.
000610
000620     SELECT FCSTRPT-FILE ASSIGN TO "FCSTRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FCS-FCSTRPT-STATUS.
000650
000660     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FCS-MSGLOG-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  FCSTREQ-FILE
000730     LABEL RECORDS ARE OMITTED.
000740 01  FCS-REQUEST-CARD.
000750     05  FCS-REQ-START         PIC X(04).
000760     05  FILLER                PIC X(01).
000770     05  FCS-REQ-END           PIC X(04).
000780     05  FILLER                PIC X(01).
000790     05  FCS-REQ-STREAMS       PIC X(02).
000800     05  FILLER                PIC X(01).
000810     05  FCS-REQ-DEPTH         PIC X(02).
000820     05  FILLER                PIC X(65).
000830
000840 FD  SYSIN-FILE
000850     LABEL RECORDS ARE OMITTED.
000860 01  FCS-PARM-RECORD.
000870     05  FCS-PARM-START        PIC S9(10)
000880         SIGN IS TRAILING SEPARATE CHARACTER.
000890     05  FCS-PARM-END          PIC S9(10)
000900         SIGN IS TRAILING SEPARATE CHARACTER.
000910     05  FCS-PARM-RESTART-SW   PIC X(01).
000920     05  FCS-PARM-BUS-DATE     PIC X(08).
000930     05  FCS-PARM-BYPASS-SW    PIC X(01).
000940     05  FILLER                PIC X(01).
000950     05  FCS-PARM-PROFILE      PIC X(04).
000960     05  FILLER                PIC X(43).
000970
000980 FD  STEPTIME-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY FBSTEPTM.
001010
001020 FD  FCSTRPT-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  FCS-REPORT-RECORD         PIC X(80).
001050
001060 FD  MSGLOG-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY FBMSGLOG.
001090
001100 WORKING-STORAGE SECTION.
001110 01  FCS-FILE-STATUSES.
001120     05  FCS-FCSTREQ-STATUS    PIC X(02) VALUE "00".
001130     05  FCS-SYSIN-STATUS      PIC X(02) VALUE "00".
001140     05  FCS-STEPTIME-STATUS   PIC X(02) VALUE "00".
001150     05  FCS-FCSTRPT-STATUS    PIC X(02) VALUE "00".
001160     05  FCS-MSGLOG-STATUS     PIC X(02) VALUE "00".
001170
001180 01  FCS-SWITCHES.
001190     05  FCS-DECK-EOF-SW       PIC X(01) VALUE "N".
001200         88  FCS-DECK-AT-EOF           VALUE "Y".
001210     05  FCS-HIST-EOF-SW       PIC X(01) VALUE "N".
001220         88  FCS-HIST-AT-EOF           VALUE "Y".
001230     05  FCS-CARD-VALID-SW     PIC X(01) VALUE "Y".
001240         88  FCS-CARD-IS-VALID         VALUE "Y".
001250         88  FCS-CARD-IS-INVALID       VALUE "N".
001260     05  FCS-FIRST-CARD-SW     PIC X(01) VALUE "Y".
001270         88  FCS-ON-FIRST-CARD         VALUE "Y".
001280     05  FCS-OVERRUN-SW        PIC X(01) VALUE "N".
001290         88  FCS-WINDOW-OVERRUN        VALUE "Y".
001300
001310 01  FCS-MAX-I-VALUE           PIC S9(10) VALUE 999999999.
001320 01  FCS-CARD-LIMIT            PIC 9(03) VALUE 50.
001330 01  FCS-STREAM-LIMIT          PIC 9(02) VALUE 4.
001340 01  FCS-DEPTH-LIMIT           PIC 9(02) VALUE 20.
001350
001360*    THE CYCLE'S STEPS IN RUN ORDER. FBSPLIT AND FBMERGE RUN ONLY
001370*    WHEN THE RANGE IS SPLIT INTO STREAMS.
001380 01  FCS-STEP-NAME-VALUES.
001390     05  FILLER                PIC X(32)
001400         VALUE "FBSPLIT FIZZBUZZFBMERGE FBVERIFY".
001410     05  FILLER                PIC X(32)
001420         VALUE "FBRECON FBCOMPARFBXMIT  FBDIST  ".
001430     05  FILLER                PIC X(08)
001440         VALUE "FBARCHIV".
001450 01  FCS-STEP-NAME-TABLE REDEFINES FCS-STEP-NAME-VALUES.
001460     05  FCS-STEP-NAME         PIC X(08) OCCURS 9 TIMES.
001470 01  FCS-STEP-COUNT            PIC 9(01) VALUE 9.
001480 01  FCS-SPLIT-STEP            PIC 9(01) VALUE 1.
001490 01  FCS-MAIN-STEP             PIC 9(01) VALUE 2.
001500 01  FCS-MERGE-STEP            PIC 9(01) VALUE 3.
001510 01  FCS-VERIFY-STEP           PIC 9(01) VALUE 4.
001520 01  FCS-RECON-STEP            PIC 9(01) VALUE 5.
001530 01  FCS-COMPAR-STEP           PIC 9(01) VALUE 6.
001540 01  FCS-XMIT-STEP             PIC 9(01) VALUE 7.
001550 01  FCS-DIST-STEP             PIC 9(01) VALUE 8.
001560 01  FCS-ARCHIV-STEP           PIC 9(01) VALUE 9.
001570
001580*    PER STEP, THE MOST RECENT RUNS (UP TO THE HISTORY DEPTH) IN A
001590*    RING - THE NEXT SLOT IS OVERWRITTEN BY THE NEXT RUN READ -
001600*    AND THE PROJECTION BUILT FROM THEM. START AND END ARE SECONDS
001610*    AFTER THE WINDOW START; SLACK IS HOW FAR THE STEP COULD RUN
001620*    LATE WITHOUT MOVING THE END OF THE CYCLE.
001630 01  FCS-STEP-TABLE.
001640     05  FCS-STEP-ENTRY OCCURS 9 TIMES.
001650         10  FCS-STP-RUNS      PIC 9(02).
001660         10  FCS-STP-NEXT      PIC 9(02).
001670         10  FCS-STP-HIST OCCURS 20 TIMES.
001680             15  FCS-STP-H-SECS
001690                               PIC 9(07).
001700             15  FCS-STP-H-RECS
001710                               PIC 9(09).
001720         10  FCS-STP-SUM-SECS  PIC 9(09).
001730         10  FCS-STP-SUM-RECS  PIC 9(11).
001740         10  FCS-STP-PROJ-RECS PIC 9(11).
001750         10  FCS-STP-PROJ-SECS PIC 9(07).
001760         10  FCS-STP-START     PIC 9(07).
001770         10  FCS-STP-END       PIC 9(07).
001780         10  FCS-STP-SLACK     PIC 9(07).
001790         10  FCS-STP-USED-SW   PIC X(01).
001800             88  FCS-STP-RUNS-TOMORROW VALUE "Y".
001810         10  FCS-STP-PATH-SW   PIC X(01).
001820             88  FCS-STP-ON-PATH       VALUE "Y".
001830 01  FCS-STEP-SUB              PIC 9(02) VALUE 0.
001840 01  FCS-FOUND-SUB             PIC 9(02) VALUE 0.
001850 01  FCS-HIST-SUB              PIC 9(02) VALUE 0.
001860
001870 01  FCS-REQUEST-FIELDS.
001880     05  FCS-WIN-START-HHMM    PIC 9(04) VALUE 0.
001890     05  FCS-WIN-END-HHMM      PIC 9(04) VALUE 0.
001900     05  FCS-STREAM-COUNT      PIC 9(02) VALUE 1.
001910     05  FCS-DEPTH             PIC 9(02) VALUE 10.
001920     05  FCS-HHMM-WORK         PIC 9(04) VALUE 0.
001930     05  FCS-HHMM-PARTS REDEFINES FCS-HHMM-WORK.
001940         10  FCS-HHMM-HH       PIC 9(02).
001950         10  FCS-HHMM-MM       PIC 9(02).
001960
001970 01  FCS-DECK-FIELDS.
001980     05  FCS-BUS-DATE-KEY      PIC 9(08) VALUE 0.
001990     05  FCS-CARDS-READ        PIC 9(03) VALUE 0.
002000     05  FCS-CARDS-USED        PIC 9(03) VALUE 0.
002010     05  FCS-CARDS-REJECTED    PIC 9(03) VALUE 0.
002020     05  FCS-CARD-SPAN         PIC 9(10) VALUE 0.
002030     05  FCS-DECK-NUMBERS      PIC 9(11) VALUE 0.
002040     05  FCS-STREAM-NUMBERS    PIC 9(11) VALUE 0.
002050     05  FCS-STREAM-REMNANT    PIC 9(02) VALUE 0.
002060
002070*    PROFILES SEEN ON THE DECK - THE MAIN JOB TAKES NO MORE THAN
002080*    SIX - AND THE PROFILE AND END OF THE LAST CARD COUNTED. THE
002090*    MAIN JOB REJECTS A CARD THAT DOES NOT FOLLOW THAT CARD IN
002100*    VSAMOUT KEY ORDER.
002110 01  FCS-PROFILE-CONTROL.
002120     05  FCS-PRF-LIMIT         PIC 9(01) VALUE 6.
002130     05  FCS-PRF-COUNT         PIC 9(01) VALUE 0.
002140     05  FCS-PRF-SUB           PIC 9(01) VALUE 0.
002150     05  FCS-PRF-FOUND-SUB     PIC 9(01) VALUE 0.
002160     05  FCS-LAST-GOOD-SW      PIC X(01) VALUE "N".
002170         88  FCS-HAVE-LAST-GOOD        VALUE "Y".
002180     05  FCS-LAST-GOOD-PROFILE PIC X(04) VALUE SPACES.
002190     05  FCS-LAST-GOOD-END     PIC S9(10) VALUE 0.
002200 01  FCS-PROFILE-TABLE.
002210     05  FCS-PRF-CODE          PIC X(04) OCCURS 6 TIMES.
002220
002230 01  FCS-HISTORY-COUNTS.
002240     05  FCS-HIST-READ         PIC 9(09) VALUE 0.
002250     05  FCS-HIST-USED         PIC 9(09) VALUE 0.
002260     05  FCS-NO-HISTORY-COUNT  PIC 9(01) VALUE 0.
002270
002280*    WINDOW ARITHMETIC, ALL IN SECONDS. THE WINDOW START IS
002290*    SECONDS AFTER MIDNIGHT; AN END AT OR BEFORE THE START IS THE
002300*    NEXT DAY.
002310 01  FCS-WINDOW-FIELDS.
002320     05  FCS-WIN-START-SECS    PIC 9(07) VALUE 0.
002330     05  FCS-WIN-END-SECS      PIC 9(07) VALUE 0.
002340     05  FCS-WIN-LENGTH        PIC 9(07) VALUE 0.
002350     05  FCS-CHAIN-END         PIC 9(07) VALUE 0.
002360     05  FCS-JOIN-POINT        PIC 9(07) VALUE 0.
002370     05  FCS-DIST-LATEST       PIC 9(07) VALUE 0.
002380     05  FCS-CRITICAL-TOTAL    PIC 9(07) VALUE 0.
002390     05  FCS-FINISH-SECS       PIC 9(07) VALUE 0.
002400     05  FCS-MARGIN            PIC 9(07) VALUE 0.
002410     05  FCS-CAPACITY          PIC 9(11) VALUE 0.
002420     05  FCS-PRODUCT           PIC 9(18) VALUE 0.
002430
002440*    A CLOCK TIME IN SECONDS, SHOWN AS HH:MM:SS WITH +N FOR EACH
002450*    MIDNIGHT CROSSED.
002460 01  FCS-CLOCK-FIELDS.
002470     05  FCS-CLOCK-SECS        PIC 9(07) VALUE 0.
002480     05  FCS-CLOCK-DAYS        PIC 9(02) VALUE 0.
002490     05  FCS-CLOCK-REST        PIC 9(05) VALUE 0.
002500     05  FCS-CLOCK-HH          PIC 9(02) VALUE 0.
002510     05  FCS-CLOCK-MI          PIC 9(02) VALUE 0.
002520     05  FCS-CLOCK-SS          PIC 9(02) VALUE 0.
002530     05  FCS-CLOCK-DAYS-1      PIC 9(01) VALUE 0.
002540     05  FCS-CLOCK-DISPLAY     PIC X(11) VALUE SPACES.
002550     05  FCS-START-DISPLAY     PIC X(11) VALUE SPACES.
002560
002570 01  FCS-REPORT-CONTROL.
002580     05  FCS-LINE-COUNT        PIC 9(03) VALUE 0.
002590     05  FCS-LINES-PER-PAGE    PIC 9(03) VALUE 60.
002600     05  FCS-PAGE-COUNT        PIC 9(07) VALUE 0.
002610     05  FCS-DETAIL-LINE       PIC X(80) VALUE SPACES.
002620     05  FCS-PATH-WORD         PIC X(16) VALUE SPACES.
002630
002640 01  FCS-CURRENT-DATE.
002650     05  FCS-CUR-YYYY          PIC 9(04).
002660     05  FCS-CUR-MM            PIC 9(02).
002670     05  FCS-CUR-DD            PIC 9(02).
002680 01  FCS-CURRENT-TIME.
002690     05  FCS-CUR-HH            PIC 9(02).
002700     05  FCS-CUR-MI            PIC 9(02).
002710     05  FCS-CUR-SS            PIC 9(02).
002720     05  FCS-CUR-HS            PIC 9(02).
002730 01  FCS-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
002740
002750*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002760*    TO SYSOUT AND TO MSGLOG.
002770 01  FCS-MESSAGE-AREA.
002780     05  FCS-MSG-TEXT          PIC X(132) VALUE SPACES.
002790     05  FCS-MSG-LEN           PIC 9(03) VALUE 0.
002800     05  FCS-MSGLOG-SW         PIC X(01) VALUE "N".
002810         88  FCS-MSGLOG-NOT-OPENED     VALUE "N".
002820         88  FCS-MSGLOG-IS-OPEN        VALUE "Y".
002830         88  FCS-MSGLOG-UNAVAILABLE    VALUE "U".
002840 01  FCS-MSG-DATE.
002850     05  FCS-MSG-YYYY          PIC 9(04).
002860     05  FCS-MSG-MM            PIC 9(02).
002870     05  FCS-MSG-DD            PIC 9(02).
002880 01  FCS-MSG-TIME.
002890     05  FCS-MSG-HH            PIC 9(02).
002900     05  FCS-MSG-MI            PIC 9(02).
002910     05  FCS-MSG-SS            PIC 9(02).
002920     05  FCS-MSG-HS            PIC 9(02).
002930
002940 PROCEDURE DIVISION.
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     PERFORM 2000-PROJECT-STEPS THRU 2000-EXIT.
002980     PERFORM 3000-BUILD-CRITICAL-PATH THRU 3000-EXIT.
002990     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003000     GO TO 9999-EXIT.
003010
003020*-----------------------------------------------------------------
003030* 1000-INITIALIZE
003040* READS THE FORECAST REQUEST AND TOMORROW'S CONTROL DECK, OPENS
003050* THE FORECAST REPORT AND LOADS THE TIMING HISTORY. A BAD
003060* REQUEST, AN UNUSABLE DECK OR A MISSING HISTORY REJECTS THE
003070* RUN - THERE IS NOTHING TO FORECAST FROM.
003080*-----------------------------------------------------------------
003090 1000-INITIALIZE.
003100     ACCEPT FCS-CURRENT-DATE FROM DATE YYYYMMDD.
003110     ACCEPT FCS-CURRENT-TIME FROM TIME.
003120     STRING FCS-CUR-MM   DELIMITED BY SIZE
003130            "/"          DELIMITED BY SIZE
003140            FCS-CUR-DD   DELIMITED BY SIZE
003150            "/"          DELIMITED BY SIZE
003160            FCS-CUR-YYYY DELIMITED BY SIZE
003170       INTO FCS-RUN-DATE-DISPLAY.
003180     PERFORM 1050-CLEAR-ONE-STEP THRU 1050-EXIT
003190       VARYING FCS-STEP-SUB FROM 1 BY 1
003200         UNTIL FCS-STEP-SUB > FCS-STEP-COUNT.
003210     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
003220     PERFORM 1200-READ-PARM-DECK THRU 1200-EXIT.
003230     OPEN OUTPUT FCSTRPT-FILE.
003240     IF FCS-FCSTRPT-STATUS NOT = "00"
003250       MOVE "FBFCAST0011E FCSTRPT OPEN FAILED - RUN REJECTED"
003260         TO FCS-MSG-TEXT
003270       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003280       MOVE 16 TO RETURN-CODE
003290       GO TO 9999-EXIT
003300     END-IF.
003310     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
003320     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
003330     PERFORM 1700-PRINT-PARAMETERS THRU 1700-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360
003370 1050-CLEAR-ONE-STEP.
003380     MOVE 0 TO FCS-STP-RUNS(FCS-STEP-SUB).
003390     MOVE 1 TO FCS-STP-NEXT(FCS-STEP-SUB).
003400     MOVE 0 TO FCS-STP-SUM-SECS(FCS-STEP-SUB).
003410     MOVE 0 TO FCS-STP-SUM-RECS(FCS-STEP-SUB).
003420     MOVE 0 TO FCS-STP-PROJ-RECS(FCS-STEP-SUB).
003430     MOVE 0 TO FCS-STP-PROJ-SECS(FCS-STEP-SUB).
003440     MOVE 0 TO FCS-STP-START(FCS-STEP-SUB).
003450     MOVE 0 TO FCS-STP-END(FCS-STEP-SUB).
003460     MOVE 0 TO FCS-STP-SLACK(FCS-STEP-SUB).
003470     MOVE "Y" TO FCS-STP-USED-SW(FCS-STEP-SUB).
003480     MOVE "N" TO FCS-STP-PATH-SW(FCS-STEP-SUB).
003490 1050-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------------
003530* 1100-READ-REQUEST
003540* READS THE FCSTREQ CARD: WINDOW START HHMM (COLS 1-4, BLANK =
003550* THE TIME OF THIS RUN), WINDOW END HHMM (COLS 6-9), FBSPLIT
003560* STREAM COUNT (COLS 11-12, BLANK = 1) AND HISTORY DEPTH IN RUNS
003570* PER STEP (COLS 14-15, BLANK = 10). THE WINDOW END IS REQUIRED.
003580*-----------------------------------------------------------------
003590 1100-READ-REQUEST.
003600     OPEN INPUT FCSTREQ-FILE.
003610     IF FCS-FCSTREQ-STATUS NOT = "00"
003620       MOVE "FBFCAST0001E NO FCSTREQ CARD - RUN REJECTED"
003630         TO FCS-MSG-TEXT
003640       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003650       MOVE 16 TO RETURN-CODE
003660       GO TO 9999-EXIT
003670     END-IF.
003680     READ FCSTREQ-FILE
003690       AT END
003700         MOVE "FBFCAST0001E NO FCSTREQ CARD - RUN REJECTED"
003710           TO FCS-MSG-TEXT
003720         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003730         MOVE 16 TO RETURN-CODE
003740         CLOSE FCSTREQ-FILE
003750         GO TO 9999-EXIT
003760     END-READ.
003770     IF FCS-REQ-START = SPACES
003780       MOVE FCS-CUR-HH TO FCS-HHMM-HH
003790       MOVE FCS-CUR-MI TO FCS-HHMM-MM
003800     ELSE
003810       IF FCS-REQ-START NOT NUMERIC
003820         MOVE 9999 TO FCS-HHMM-WORK
003830       ELSE
003840         MOVE FCS-REQ-START TO FCS-HHMM-WORK
003850       END-IF
003860     END-IF.
003870     IF FCS-HHMM-HH > 23 OR FCS-HHMM-MM > 59
003880       MOVE "FBFCAST0002E WINDOW START IS NOT HHMM - RUN REJECTED"
003890         TO FCS-MSG-TEXT
003900       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003910       MOVE 16 TO RETURN-CODE
003920       CLOSE FCSTREQ-FILE
003930       GO TO 9999-EXIT
003940     END-IF.
003950     MOVE FCS-HHMM-WORK TO FCS-WIN-START-HHMM.
003960     MULTIPLY FCS-HHMM-HH BY 3600 GIVING FCS-WIN-START-SECS.
003970     MULTIPLY FCS-HHMM-MM BY 60 GIVING FCS-CLOCK-REST.
003980     ADD FCS-CLOCK-REST TO FCS-WIN-START-SECS.
003990     IF FCS-REQ-END NOT NUMERIC
004000       MOVE 9999 TO FCS-HHMM-WORK
004010     ELSE
004020       MOVE FCS-REQ-END TO FCS-HHMM-WORK
004030     END-IF.
004040     IF FCS-HHMM-HH > 23 OR FCS-HHMM-MM > 59
004050       MOVE "FBFCAST0003E WINDOW END IS NOT HHMM - RUN REJECTED"
004060         TO FCS-MSG-TEXT
004070       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004080       MOVE 16 TO RETURN-CODE
004090       CLOSE FCSTREQ-FILE
004100       GO TO 9999-EXIT
004110     END-IF.
004120     MOVE FCS-HHMM-WORK TO FCS-WIN-END-HHMM.
004130     MULTIPLY FCS-HHMM-HH BY 3600 GIVING FCS-WIN-END-SECS.
004140     MULTIPLY FCS-HHMM-MM BY 60 GIVING FCS-CLOCK-REST.
004150     ADD FCS-CLOCK-REST TO FCS-WIN-END-SECS.
004160     IF FCS-WIN-END-SECS NOT > FCS-WIN-START-SECS
004170       ADD 86400 TO FCS-WIN-END-SECS
004180     END-IF.
004190     SUBTRACT FCS-WIN-START-SECS FROM FCS-WIN-END-SECS
004200       GIVING FCS-WIN-LENGTH.
004210     IF FCS-REQ-STREAMS NOT = SPACES
004220       IF FCS-REQ-STREAMS NOT NUMERIC
004230         MOVE 0 TO FCS-STREAM-COUNT
004240       ELSE
004250         MOVE FCS-REQ-STREAMS TO FCS-STREAM-COUNT
004260       END-IF
004270     END-IF.
004280     IF FCS-STREAM-COUNT < 1
004290       OR FCS-STREAM-COUNT > FCS-STREAM-LIMIT
004300       MOVE "FBFCAST0004E STREAM COUNT NOT 1 THRU 4 - REJECTED"
004310         TO FCS-MSG-TEXT
004320       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004330       MOVE 16 TO RETURN-CODE
004340       CLOSE FCSTREQ-FILE
004350       GO TO 9999-EXIT
004360     END-IF.
004370     IF FCS-REQ-DEPTH NOT = SPACES
004380       IF FCS-REQ-DEPTH NOT NUMERIC
004390         MOVE 0 TO FCS-DEPTH
004400       ELSE
004410         MOVE FCS-REQ-DEPTH TO FCS-DEPTH
004420       END-IF
004430     END-IF.
004440     IF FCS-DEPTH < 1
004450       OR FCS-DEPTH > FCS-DEPTH-LIMIT
004460       MOVE "FBFCAST0005E HISTORY DEPTH NOT 1 THRU 20 - REJECTED"
004470         TO FCS-MSG-TEXT
004480       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004490       MOVE 16 TO RETURN-CODE
004500       CLOSE FCSTREQ-FILE
004510       GO TO 9999-EXIT
004520     END-IF.
004530     CLOSE FCSTREQ-FILE.
004540     IF FCS-STREAM-COUNT = 1
004550       MOVE "N" TO FCS-STP-USED-SW(FCS-SPLIT-STEP)
004560       MOVE "N" TO FCS-STP-USED-SW(FCS-MERGE-STEP)
004570     END-IF.
004580 1100-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620* 1200-READ-PARM-DECK
004630* READS TOMORROW'S SYSIN CONTROL DECK AND ADDS UP THE NUMBERS
004640* ITS RANGES WILL PROCESS. THE FIRST CARD SUPPLIES THE BUSINESS
004650* DATE. A CARD THE MAIN JOB WOULD REJECT IS NOT COUNTED, AND
004660* CARDS PAST THE MAIN JOB'S 50-CARD LIMIT ARE IGNORED, AS THE
004670* MAIN JOB IGNORES THEM. FBSPLIT CARVES ONE CARD, SO A SPLIT
004680* FORECAST FOR A DECK OF SEVERAL CARDS IS FLAGGED.
004690* REJECTED CARDS COUNT TOWARD THE LIMIT, AS IN THE MAIN JOB.
004700*-----------------------------------------------------------------
004710 1200-READ-PARM-DECK.
004720     OPEN INPUT SYSIN-FILE.
004730     IF FCS-SYSIN-STATUS NOT = "00"
004740       MOVE "FBFCAST0006E SYSIN OPEN FAILED - RUN REJECTED"
004750         TO FCS-MSG-TEXT
004760       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004770       MOVE 16 TO RETURN-CODE
004780       GO TO 9999-EXIT
004790     END-IF.
004800     PERFORM 1220-READ-ONE-CARD THRU 1220-EXIT
004810       UNTIL FCS-DECK-AT-EOF.
004820     CLOSE SYSIN-FILE.
004830     IF FCS-CARDS-USED = 0
004840       MOVE "FBFCAST0007E NO USABLE CONTROL CARD - RUN REJECTED"
004850         TO FCS-MSG-TEXT
004860       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004870       MOVE 16 TO RETURN-CODE
004880       GO TO 9999-EXIT
004890     END-IF.
004900     IF FCS-CARDS-REJECTED > 0
004910       MOVE SPACES TO FCS-MSG-TEXT
004920       STRING "FBFCAST0009W "                    DELIMITED BY SIZE
004930              FCS-CARDS-REJECTED                 DELIMITED BY SIZE
004940              " CONTROL CARD(S) THE MAIN JOB WOULD REJECT - "
004950                                                 DELIMITED BY SIZE
004960              "NOT COUNTED"                      DELIMITED BY SIZE
004970         INTO FCS-MSG-TEXT
004980       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004990       MOVE 4 TO RETURN-CODE
005000     END-IF.
005010     IF FCS-STREAM-COUNT > 1 AND FCS-CARDS-USED > 1
005020       MOVE SPACES TO FCS-MSG-TEXT
005030       STRING "FBFCAST0010W FBSPLIT CARVES ONE CARD - DECK HAS "
005040                                                 DELIMITED BY SIZE
005050              FCS-CARDS-USED                     DELIMITED BY SIZE
005060         INTO FCS-MSG-TEXT
005070       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005080       MOVE 4 TO RETURN-CODE
005090     END-IF.
005100 1200-EXIT.
005110     EXIT.
005120
005130 1220-READ-ONE-CARD.
005140     READ SYSIN-FILE
005150       AT END
005160         SET FCS-DECK-AT-EOF TO TRUE
005170         GO TO 1220-EXIT
005180     END-READ.
005190     IF FCS-ON-FIRST-CARD
005200       MOVE "N" TO FCS-FIRST-CARD-SW
005210       IF FCS-PARM-BUS-DATE NOT = SPACES
005220         AND FCS-PARM-BUS-DATE NUMERIC
005230         MOVE FCS-PARM-BUS-DATE(5:4) TO FCS-BUS-DATE-KEY(1:4)
005240         MOVE FCS-PARM-BUS-DATE(1:2) TO FCS-BUS-DATE-KEY(5:2)
005250         MOVE FCS-PARM-BUS-DATE(3:2) TO FCS-BUS-DATE-KEY(7:2)
005260       END-IF
005270     END-IF.
005280     IF FCS-CARDS-READ >= FCS-CARD-LIMIT
005290       MOVE SPACES TO FCS-MSG-TEXT
005300       STRING "FBFCAST0008W MORE THAN 50 CONTROL CARDS - "
005310                                                 DELIMITED BY SIZE
005320              "EXTRA CARDS IGNORED"              DELIMITED BY SIZE
005330         INTO FCS-MSG-TEXT
005340       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005350       SET FCS-DECK-AT-EOF TO TRUE
005360       GO TO 1220-EXIT
005370     END-IF.
005380     ADD 1 TO FCS-CARDS-READ.
005390     PERFORM 1800-VALIDATE-PARMS THRU 1800-EXIT.
005400     IF FCS-CARD-IS-VALID
005410       PERFORM 1240-CHECK-DECK-ORDER THRU 1240-EXIT
005420     END-IF.
005430     IF FCS-CARD-IS-VALID
005440       PERFORM 1260-REGISTER-PROFILE THRU 1260-EXIT
005450     END-IF.
005460     IF FCS-CARD-IS-INVALID
005470       ADD 1 TO FCS-CARDS-REJECTED
005480       GO TO 1220-EXIT
005490     END-IF.
005500     ADD 1 TO FCS-CARDS-USED.
005510     SET FCS-HAVE-LAST-GOOD TO TRUE.
005520     MOVE FCS-PARM-PROFILE TO FCS-LAST-GOOD-PROFILE.
005530     MOVE FCS-PARM-END TO FCS-LAST-GOOD-END.
005540     SUBTRACT FCS-PARM-START FROM FCS-PARM-END
005550       GIVING FCS-CARD-SPAN.
005560     ADD 1 TO FCS-CARD-SPAN.
005570     ADD FCS-CARD-SPAN TO FCS-DECK-NUMBERS.
005580 1220-EXIT.
005590     EXIT.
005600
005610*    VSAMOUT IS LOADED IN KEY ORDER (PROFILE, THEN I), SO THE MAIN
005620*    JOB REJECTS A CARD THAT DOES NOT COME AFTER THE LAST GOOD
005630*    CARD IN THAT ORDER - A LATER PROFILE, OR THE SAME PROFILE
005640*    WITH A START PAST THE LAST END.
005650 1240-CHECK-DECK-ORDER.
005660     IF NOT FCS-HAVE-LAST-GOOD
005670       GO TO 1240-EXIT
005680     END-IF.
005690     IF FCS-PARM-PROFILE > FCS-LAST-GOOD-PROFILE
005700       GO TO 1240-EXIT
005710     END-IF.
005720     IF FCS-PARM-PROFILE = FCS-LAST-GOOD-PROFILE
005730       AND FCS-PARM-START > FCS-LAST-GOOD-END
005740       GO TO 1240-EXIT
005750     END-IF.
005760     SET FCS-CARD-IS-INVALID TO TRUE.
005770 1240-EXIT.
005780     EXIT.
005790
005800*    NOTES THE CARD'S PROFILE AMONG THOSE SEEN ON THE DECK. THE
005810*    MAIN JOB REJECTS A SEVENTH PROFILE'S CARDS.
005820 1260-REGISTER-PROFILE.
005830     MOVE 0 TO FCS-PRF-FOUND-SUB.
005840     PERFORM 1265-TEST-ONE-PROFILE THRU 1265-EXIT
005850       VARYING FCS-PRF-SUB FROM 1 BY 1
005860         UNTIL FCS-PRF-SUB > FCS-PRF-COUNT
005870           OR FCS-PRF-FOUND-SUB > 0.
005880     IF FCS-PRF-FOUND-SUB > 0
005890       GO TO 1260-EXIT
005900     END-IF.
005910     IF FCS-PRF-COUNT >= FCS-PRF-LIMIT
005920       SET FCS-CARD-IS-INVALID TO TRUE
005930       GO TO 1260-EXIT
005940     END-IF.
005950     ADD 1 TO FCS-PRF-COUNT.
005960     MOVE FCS-PARM-PROFILE TO FCS-PRF-CODE(FCS-PRF-COUNT).
005970 1260-EXIT.
005980     EXIT.
005990
006000 1265-TEST-ONE-PROFILE.
006010     IF FCS-PRF-CODE(FCS-PRF-SUB) = FCS-PARM-PROFILE
006020       MOVE FCS-PRF-SUB TO FCS-PRF-FOUND-SUB
006030     END-IF.
006040 1265-EXIT.
006050     EXIT.
006060
006070*-----------------------------------------------------------------
006080* 1300-LOAD-HISTORY
006090* READS THE WHOLE STEP TIMING HISTORY. STEPTIME IS APPENDED IN
006100* RUN ORDER, SO EACH STEP'S RING ENDS UP HOLDING ITS MOST RECENT
006110* RUNS. A RUN THAT PROCESSED NO RECORDS (A REJECTED OR REFUSED
006120* STEP) SAYS NOTHING ABOUT THE STEP'S RATE AND IS PASSED OVER.
006130*-----------------------------------------------------------------
006140 1300-LOAD-HISTORY.
006150     OPEN INPUT STEPTIME-FILE.
006160     IF FCS-STEPTIME-STATUS NOT = "00"
006170       MOVE "FBFCAST0012E STEPTIME NOT AVAILABLE - RUN REJECTED"
006180         TO FCS-MSG-TEXT
006190       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006200       MOVE 16 TO RETURN-CODE
006210       CLOSE FCSTRPT-FILE
006220       GO TO 9999-EXIT
006230     END-IF.
006240     PERFORM 1320-LOAD-ONE-RUN THRU 1320-EXIT
006250       UNTIL FCS-HIST-AT-EOF.
006260     CLOSE STEPTIME-FILE.
006270 1300-EXIT.
006280     EXIT.
006290
006300 1320-LOAD-ONE-RUN.
006310     READ STEPTIME-FILE
006320       AT END
006330         SET FCS-HIST-AT-EOF TO TRUE
006340         GO TO 1320-EXIT
006350     END-READ.
006360     ADD 1 TO FCS-HIST-READ.
006370     IF FB-STPT-RECORDS NOT NUMERIC
006380       OR FB-STPT-ELAPSED NOT NUMERIC
006390       GO TO 1320-EXIT
006400     END-IF.
006410     IF FB-STPT-RECORDS = 0
006420       GO TO 1320-EXIT
006430     END-IF.
006440     MOVE 0 TO FCS-FOUND-SUB.
006450     PERFORM 1330-FIND-ONE-STEP THRU 1330-EXIT
006460       VARYING FCS-STEP-SUB FROM 1 BY 1
006470         UNTIL FCS-STEP-SUB > FCS-STEP-COUNT
006480           OR FCS-FOUND-SUB > 0.
006490     IF FCS-FOUND-SUB = 0
006500       GO TO 1320-EXIT
006510     END-IF.
006520     ADD 1 TO FCS-HIST-USED.
006530     MOVE FCS-STP-NEXT(FCS-FOUND-SUB) TO FCS-HIST-SUB.
006540     MOVE FB-STPT-ELAPSED
006550       TO FCS-STP-H-SECS(FCS-FOUND-SUB, FCS-HIST-SUB).
006560     MOVE FB-STPT-RECORDS
006570       TO FCS-STP-H-RECS(FCS-FOUND-SUB, FCS-HIST-SUB).
006580     IF FCS-STP-RUNS(FCS-FOUND-SUB) < FCS-DEPTH
006590       ADD 1 TO FCS-STP-RUNS(FCS-FOUND-SUB)
006600     END-IF.
006610     IF FCS-HIST-SUB >= FCS-DEPTH
006620       MOVE 1 TO FCS-STP-NEXT(FCS-FOUND-SUB)
006630     ELSE
006640       ADD 1 TO FCS-STP-NEXT(FCS-FOUND-SUB)
006650     END-IF.
006660 1320-EXIT.
006670     EXIT.
006680
006690 1330-FIND-ONE-STEP.
006700     IF FCS-STEP-NAME(FCS-STEP-SUB) = FB-STPT-PROGRAM
006710       MOVE FCS-STEP-SUB TO FCS-FOUND-SUB
006720     END-IF.
006730 1330-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------------
006770* 1600-WRITE-REPORT-HEADING
006780* WRITES THE REPORT HEADING AT THE TOP OF EACH PAGE AND RESETS
006790* THE PAGE LINE COUNT.
006800*-----------------------------------------------------------------
006810 1600-WRITE-REPORT-HEADING.
006820     ADD 1 TO FCS-PAGE-COUNT.
006830     MOVE SPACES TO FCS-REPORT-RECORD.
006840     STRING "BATCH WINDOW FORECAST"  DELIMITED BY SIZE
006850            "   RUN DATE: "          DELIMITED BY SIZE
006860            FCS-RUN-DATE-DISPLAY    DELIMITED BY SIZE
006870            "   PAGE: "             DELIMITED BY SIZE
006880            FCS-PAGE-COUNT          DELIMITED BY SIZE
006890       INTO FCS-REPORT-RECORD.
006900     WRITE FCS-REPORT-RECORD.
006910     MOVE SPACES TO FCS-REPORT-RECORD.
006920     WRITE FCS-REPORT-RECORD.
006930     MOVE 0 TO FCS-LINE-COUNT.
006940 1600-EXIT.
006950     EXIT.
006960
006970 1700-PRINT-PARAMETERS.
006980     MOVE SPACES TO FCS-DETAIL-LINE.
006990     IF FCS-BUS-DATE-KEY = 0
007000       MOVE "BUSINESS DATE       : NOT ON CARD (SYSTEM DATE)"
007010         TO FCS-DETAIL-LINE
007020     ELSE
007030       STRING "BUSINESS DATE       : " DELIMITED BY SIZE
007040              FCS-BUS-DATE-KEY         DELIMITED BY SIZE
007050         INTO FCS-DETAIL-LINE
007060     END-IF.
007070     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007080     MOVE SPACES TO FCS-DETAIL-LINE.
007090     STRING "CONTROL CARDS USED  : " DELIMITED BY SIZE
007100            FCS-CARDS-USED           DELIMITED BY SIZE
007110            "   NOT COUNTED: "       DELIMITED BY SIZE
007120            FCS-CARDS-REJECTED       DELIMITED BY SIZE
007130       INTO FCS-DETAIL-LINE.
007140     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007150     MOVE SPACES TO FCS-DETAIL-LINE.
007160     STRING "NUMBERS IN DECK     : " DELIMITED BY SIZE
007170            FCS-DECK-NUMBERS         DELIMITED BY SIZE
007180       INTO FCS-DETAIL-LINE.
007190     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007200     MOVE SPACES TO FCS-DETAIL-LINE.
007210     STRING "FBSPLIT STREAMS     : " DELIMITED BY SIZE
007220            FCS-STREAM-COUNT         DELIMITED BY SIZE
007230       INTO FCS-DETAIL-LINE.
007240     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007250     MOVE SPACES TO FCS-DETAIL-LINE.
007260     STRING "HISTORY DEPTH       : " DELIMITED BY SIZE
007270            FCS-DEPTH                DELIMITED BY SIZE
007280            " RUNS PER STEP ("       DELIMITED BY SIZE
007290            FCS-HIST-USED            DELIMITED BY SIZE
007300            " OF "                   DELIMITED BY SIZE
007310            FCS-HIST-READ            DELIMITED BY SIZE
007320            " USABLE)"               DELIMITED BY SIZE
007330       INTO FCS-DETAIL-LINE.
007340     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007350     MOVE 0 TO FCS-CLOCK-SECS.
007360     PERFORM 2900-FORMAT-CLOCK THRU 2900-EXIT.
007370     MOVE SPACES TO FCS-DETAIL-LINE.
007380     STRING "WINDOW START        : " DELIMITED BY SIZE
007390            FCS-CLOCK-DISPLAY        DELIMITED BY SIZE
007400       INTO FCS-DETAIL-LINE.
007410     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007420     MOVE FCS-WIN-LENGTH TO FCS-CLOCK-SECS.
007430     PERFORM 2900-FORMAT-CLOCK THRU 2900-EXIT.
007440     MOVE SPACES TO FCS-DETAIL-LINE.
007450     STRING "WINDOW END          : " DELIMITED BY SIZE
007460            FCS-CLOCK-DISPLAY        DELIMITED BY SIZE
007470            "   LENGTH (SECONDS): "  DELIMITED BY SIZE
007480            FCS-WIN-LENGTH           DELIMITED BY SIZE
007490       INTO FCS-DETAIL-LINE.
007500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007510     MOVE SPACES TO FCS-DETAIL-LINE.
007520     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007530 1700-EXIT.
007540     EXIT.
007550
007560 1800-VALIDATE-PARMS.
007570     MOVE "Y" TO FCS-CARD-VALID-SW.
007580     IF FCS-PARM-START NOT NUMERIC OR FCS-PARM-END NOT NUMERIC
007590       SET FCS-CARD-IS-INVALID TO TRUE
007600       GO TO 1800-EXIT
007610     END-IF.
007620     IF FCS-PARM-START < 0 OR FCS-PARM-END < 0
007630       OR FCS-PARM-START > FCS-MAX-I-VALUE
007640       OR FCS-PARM-END > FCS-MAX-I-VALUE
007650       OR FCS-PARM-END < FCS-PARM-START
007660       SET FCS-CARD-IS-INVALID TO TRUE
007670     END-IF.
007680 1800-EXIT.
007690     EXIT.
007700
007710*-----------------------------------------------------------------
007720* 2000-PROJECT-STEPS
007730* SETS EACH STEP'S PROJECTED RECORDS AND PROJECTS ITS ELAPSED
007740* SECONDS AT THE RATE OF ITS HISTORY RUNS (TOTAL SECONDS OVER
007750* TOTAL RECORDS). FIZZBUZZ IN A SPLIT RUN IS PROJECTED FOR THE
007760* LARGEST STREAM - FBSPLIT GIVES THE FIRST STREAMS THE ODD
007770* NUMBERS OVER. EVERY OTHER STEP HANDLES THE WHOLE DECK. A STEP
007780* THAT RUNS TOMORROW BUT HAS NO HISTORY IS PROJECTED AS ZERO AND
007790* FLAGGED (RETURN-CODE 4).
007800*-----------------------------------------------------------------
007810 2000-PROJECT-STEPS.
007820     PERFORM 2100-PROJECT-ONE-STEP THRU 2100-EXIT
007830       VARYING FCS-STEP-SUB FROM 1 BY 1
007840         UNTIL FCS-STEP-SUB > FCS-STEP-COUNT.
007850 2000-EXIT.
007860     EXIT.
007870
007880 2100-PROJECT-ONE-STEP.
007890     IF NOT FCS-STP-RUNS-TOMORROW(FCS-STEP-SUB)
007900       GO TO 2100-EXIT
007910     END-IF.
007920     MOVE FCS-DECK-NUMBERS TO FCS-STP-PROJ-RECS(FCS-STEP-SUB).
007930     IF FCS-STEP-SUB = FCS-MAIN-STEP
007940       DIVIDE FCS-DECK-NUMBERS BY FCS-STREAM-COUNT
007950         GIVING FCS-STREAM-NUMBERS REMAINDER FCS-STREAM-REMNANT
007960       IF FCS-STREAM-REMNANT > 0
007970         ADD 1 TO FCS-STREAM-NUMBERS
007980       END-IF
007990       MOVE FCS-STREAM-NUMBERS TO FCS-STP-PROJ-RECS(FCS-STEP-SUB)
008000     END-IF.
008010     PERFORM 2110-ADD-ONE-RUN THRU 2110-EXIT
008020       VARYING FCS-HIST-SUB FROM 1 BY 1
008030         UNTIL FCS-HIST-SUB > FCS-STP-RUNS(FCS-STEP-SUB).
008040     IF FCS-STP-SUM-RECS(FCS-STEP-SUB) = 0
008050       ADD 1 TO FCS-NO-HISTORY-COUNT
008060       MOVE SPACES TO FCS-MSG-TEXT
008070       STRING "FBFCAST0013W NO TIMING HISTORY FOR "
008080                                                 DELIMITED BY SIZE
008090              FCS-STEP-NAME(FCS-STEP-SUB)       DELIMITED BY SPACE
008100              " - PROJECTED AS ZERO SECONDS"     DELIMITED BY SIZE
008110         INTO FCS-MSG-TEXT
008120       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008130       MOVE 4 TO RETURN-CODE
008140       GO TO 2100-EXIT
008150     END-IF.
008160     MULTIPLY FCS-STP-SUM-SECS(FCS-STEP-SUB)
008170       BY FCS-STP-PROJ-RECS(FCS-STEP-SUB) GIVING FCS-PRODUCT.
008180     DIVIDE FCS-PRODUCT BY FCS-STP-SUM-RECS(FCS-STEP-SUB)
008190       GIVING FCS-STP-PROJ-SECS(FCS-STEP-SUB) ROUNDED.
008200 2100-EXIT.
008210     EXIT.
008220
008230 2110-ADD-ONE-RUN.
008240     ADD FCS-STP-H-SECS(FCS-STEP-SUB, FCS-HIST-SUB)
008250       TO FCS-STP-SUM-SECS(FCS-STEP-SUB).
008260     ADD FCS-STP-H-RECS(FCS-STEP-SUB, FCS-HIST-SUB)
008270       TO FCS-STP-SUM-RECS(FCS-STEP-SUB).
008280 2110-EXIT.
008290     EXIT.
008300
008310*-----------------------------------------------------------------
008320* 2800-WRITE-REPORT-LINE
008330* WRITES ONE DETAIL LINE TO FCSTRPT, BREAKING TO A NEW PAGE AND
008340* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
008350*-----------------------------------------------------------------
008360 2800-WRITE-REPORT-LINE.
008370     IF FCS-LINE-COUNT >= FCS-LINES-PER-PAGE
008380       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
008390     END-IF.
008400     WRITE FCS-REPORT-RECORD FROM FCS-DETAIL-LINE.
008410     ADD 1 TO FCS-LINE-COUNT.
008420 2800-EXIT.
008430     EXIT.
008440
008450*-----------------------------------------------------------------
008460* 2900-FORMAT-CLOCK
008470* TURNS FCS-CLOCK-SECS (SECONDS AFTER THE WINDOW START) INTO A
008480* WALL-CLOCK TIME HH:MM:SS IN FCS-CLOCK-DISPLAY, FOLLOWED BY +N
008490* WHEN IT FALLS N MIDNIGHTS AFTER THE WINDOW START'S DAY.
008500*-----------------------------------------------------------------
008510 2900-FORMAT-CLOCK.
008520     ADD FCS-WIN-START-SECS TO FCS-CLOCK-SECS.
008530     DIVIDE FCS-CLOCK-SECS BY 86400
008540       GIVING FCS-CLOCK-DAYS REMAINDER FCS-CLOCK-REST.
008550     DIVIDE FCS-CLOCK-REST BY 3600
008560       GIVING FCS-CLOCK-HH REMAINDER FCS-CLOCK-REST.
008570     DIVIDE FCS-CLOCK-REST BY 60
008580       GIVING FCS-CLOCK-MI REMAINDER FCS-CLOCK-SS.
008590     MOVE SPACES TO FCS-CLOCK-DISPLAY.
008600     STRING FCS-CLOCK-HH DELIMITED BY SIZE
008610            ":"          DELIMITED BY SIZE
008620            FCS-CLOCK-MI DELIMITED BY SIZE
008630            ":"          DELIMITED BY SIZE
008640            FCS-CLOCK-SS DELIMITED BY SIZE
008650       INTO FCS-CLOCK-DISPLAY.
008660     IF FCS-CLOCK-DAYS > 9
008670       MOVE " +9" TO FCS-CLOCK-DISPLAY(9:3)
008680     ELSE
008690       IF FCS-CLOCK-DAYS > 0
008700         MOVE FCS-CLOCK-DAYS TO FCS-CLOCK-DAYS-1
008710         MOVE " +" TO FCS-CLOCK-DISPLAY(9:2)
008720         MOVE FCS-CLOCK-DAYS-1 TO FCS-CLOCK-DISPLAY(11:1)
008730       END-IF
008740     END-IF.
008750 2900-EXIT.
008760     EXIT.
008770
008780*-----------------------------------------------------------------
008790* 3000-BUILD-CRITICAL-PATH
008800* LAYS THE STEPS OUT FROM THE WINDOW START IN THE ORDER THE
008810* RUN-CONTROL GATES ALLOW: FBSPLIT, THE FIZZBUZZ STREAMS SIDE BY
008820* SIDE, FBMERGE, THEN FBVERIFY ALONGSIDE THE FBRECON - FBCOMPAR -
008830* FBXMIT CHAIN (EACH NEEDS ONLY THE MAIN JOB COMPLETE, BUT
008840* FBCOMPAR AND FBXMIT WAIT FOR FBRECON), FBDIST ONCE FBVERIFY AND
008850* FBRECON HAVE BOTH ENDED, THEN FBARCHIV ONCE FBXMIT AND FBDIST
008860* END. EACH STEP'S SLACK IS WORKED BACK FROM THE FBARCHIV START;
008870* A STEP WITH NO SLACK IS ON THE CRITICAL PATH.
008880*-----------------------------------------------------------------
008890 3000-BUILD-CRITICAL-PATH.
008900     MOVE 0 TO FCS-CHAIN-END.
008910     MOVE FCS-SPLIT-STEP TO FCS-STEP-SUB.
008920     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
008930     MOVE FCS-MAIN-STEP TO FCS-STEP-SUB.
008940     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
008950     MOVE FCS-MERGE-STEP TO FCS-STEP-SUB.
008960     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
008970     MOVE FCS-CHAIN-END TO FCS-JOIN-POINT.
008980     MOVE FCS-VERIFY-STEP TO FCS-STEP-SUB.
008990     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
009000     MOVE FCS-JOIN-POINT TO FCS-CHAIN-END.
009010     MOVE FCS-RECON-STEP TO FCS-STEP-SUB.
009020     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
009030     MOVE FCS-COMPAR-STEP TO FCS-STEP-SUB.
009040     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
009050     MOVE FCS-XMIT-STEP TO FCS-STEP-SUB.
009060     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
009070     MOVE FCS-STP-END(FCS-RECON-STEP) TO FCS-CHAIN-END.
009080     IF FCS-STP-END(FCS-VERIFY-STEP) > FCS-CHAIN-END
009090       MOVE FCS-STP-END(FCS-VERIFY-STEP) TO FCS-CHAIN-END
009100     END-IF.
009110     MOVE FCS-DIST-STEP TO FCS-STEP-SUB.
009120     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
009130     IF FCS-STP-END(FCS-XMIT-STEP) > FCS-CHAIN-END
009140       MOVE FCS-STP-END(FCS-XMIT-STEP) TO FCS-CHAIN-END
009150     END-IF.
009160     MOVE FCS-ARCHIV-STEP TO FCS-STEP-SUB.
009170     PERFORM 3100-PLACE-ONE-STEP THRU 3100-EXIT.
009180     PERFORM 3200-SET-SLACK THRU 3200-EXIT.
009190     MOVE FCS-CHAIN-END TO FCS-CRITICAL-TOTAL.
009200     ADD FCS-WIN-START-SECS FCS-CRITICAL-TOTAL
009210       GIVING FCS-FINISH-SECS.
009220     IF FCS-CRITICAL-TOTAL > FCS-WIN-LENGTH
009230       SET FCS-WINDOW-OVERRUN TO TRUE
009240       SUBTRACT FCS-WIN-LENGTH FROM FCS-CRITICAL-TOTAL
009250         GIVING FCS-MARGIN
009260     ELSE
009270       SUBTRACT FCS-CRITICAL-TOTAL FROM FCS-WIN-LENGTH
009280         GIVING FCS-MARGIN
009290     END-IF.
009300     IF FCS-CRITICAL-TOTAL > 0
009310       MULTIPLY FCS-DECK-NUMBERS BY FCS-WIN-LENGTH
009320         GIVING FCS-PRODUCT
009330       DIVIDE FCS-PRODUCT BY FCS-CRITICAL-TOTAL
009340         GIVING FCS-CAPACITY
009350     END-IF.
009360 3000-EXIT.
009370     EXIT.
009380
009390*    A STEP STARTS WHERE THE CHAIN IT IS ON HAS GOT TO AND MOVES
009400*    THE CHAIN ON BY ITS PROJECTED SECONDS. A STEP THAT DOES NOT
009410*    RUN TOMORROW TAKES NO TIME AND IS LEFT OFF THE PATH.
009420 3100-PLACE-ONE-STEP.
009430     IF NOT FCS-STP-RUNS-TOMORROW(FCS-STEP-SUB)
009440       GO TO 3100-EXIT
009450     END-IF.
009460     MOVE "Y" TO FCS-STP-PATH-SW(FCS-STEP-SUB).
009470     MOVE FCS-CHAIN-END TO FCS-STP-START(FCS-STEP-SUB).
009480     ADD FCS-STP-PROJ-SECS(FCS-STEP-SUB) TO FCS-CHAIN-END.
009490     MOVE FCS-CHAIN-END TO FCS-STP-END(FCS-STEP-SUB).
009500 3100-EXIT.
009510     EXIT.
009520
009530*    SLACK IS WORKED BACK FROM WHERE FBARCHIV STARTS. FBXMIT (AND
009540*    FBCOMPAR AHEAD OF IT) AND FBDIST CAN EACH END AS LATE AS
009550*    THAT. FBRECON CAN END AS LATE AS THE EARLIER OF THE LATEST
009560*    STARTS OF FBCOMPAR AND FBDIST, AND FBVERIFY AS LATE AS THE
009570*    LATEST START OF FBDIST. THE STEPS BEFORE THE BRANCHES HAVE
009580*    NONE.
009590 3200-SET-SLACK.
009600     SUBTRACT FCS-STP-END(FCS-XMIT-STEP)
009610       FROM FCS-STP-START(FCS-ARCHIV-STEP)
009620       GIVING FCS-STP-SLACK(FCS-XMIT-STEP).
009630     MOVE FCS-STP-SLACK(FCS-XMIT-STEP)
009640       TO FCS-STP-SLACK(FCS-COMPAR-STEP).
009650     SUBTRACT FCS-STP-END(FCS-DIST-STEP)
009660       FROM FCS-STP-START(FCS-ARCHIV-STEP)
009670       GIVING FCS-STP-SLACK(FCS-DIST-STEP).
009680     ADD FCS-STP-START(FCS-DIST-STEP) FCS-STP-SLACK(FCS-DIST-STEP)
009690       GIVING FCS-DIST-LATEST.
009700     SUBTRACT FCS-STP-END(FCS-RECON-STEP) FROM FCS-DIST-LATEST
009710       GIVING FCS-STP-SLACK(FCS-RECON-STEP).
009720     IF FCS-STP-SLACK(FCS-XMIT-STEP)
009730       < FCS-STP-SLACK(FCS-RECON-STEP)
009740       MOVE FCS-STP-SLACK(FCS-XMIT-STEP)
009750         TO FCS-STP-SLACK(FCS-RECON-STEP)
009760     END-IF.
009770     SUBTRACT FCS-STP-END(FCS-VERIFY-STEP) FROM FCS-DIST-LATEST
009780       GIVING FCS-STP-SLACK(FCS-VERIFY-STEP).
009790     PERFORM 3210-MARK-ONE-STEP THRU 3210-EXIT
009800       VARYING FCS-STEP-SUB FROM 1 BY 1
009810         UNTIL FCS-STEP-SUB > FCS-STEP-COUNT.
009820 3200-EXIT.
009830     EXIT.
009840
009850 3210-MARK-ONE-STEP.
009860     IF FCS-STP-SLACK(FCS-STEP-SUB) > 0
009870       MOVE "N" TO FCS-STP-PATH-SW(FCS-STEP-SUB)
009880     END-IF.
009890 3210-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------------
009930* 8000-TERMINATE
009940* PRINTS THE STEP PROJECTIONS, THE PREDICTED CRITICAL PATH AND
009950* THE WINDOW VERDICT. A PROJECTED OVERRUN SETS RETURN-CODE 8.
009960*-----------------------------------------------------------------
009970 8000-TERMINATE.
009980     PERFORM 8100-PRINT-PROJECTIONS THRU 8100-EXIT.
009990     PERFORM 8200-PRINT-CRITICAL-PATH THRU 8200-EXIT.
010000     MOVE "*** WINDOW ***" TO FCS-DETAIL-LINE.
010010     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010020     MOVE FCS-CRITICAL-TOTAL TO FCS-CLOCK-SECS.
010030     PERFORM 2900-FORMAT-CLOCK THRU 2900-EXIT.
010040     MOVE SPACES TO FCS-DETAIL-LINE.
010050     STRING "PROJECTED FINISH    : " DELIMITED BY SIZE
010060            FCS-CLOCK-DISPLAY        DELIMITED BY SIZE
010070            "   ELAPSED (SECS): "    DELIMITED BY SIZE
010080            FCS-CRITICAL-TOTAL       DELIMITED BY SIZE
010090       INTO FCS-DETAIL-LINE.
010100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010110     MOVE FCS-WIN-LENGTH TO FCS-CLOCK-SECS.
010120     PERFORM 2900-FORMAT-CLOCK THRU 2900-EXIT.
010130     MOVE SPACES TO FCS-DETAIL-LINE.
010140     STRING "WINDOW END          : " DELIMITED BY SIZE
010150            FCS-CLOCK-DISPLAY        DELIMITED BY SIZE
010160       INTO FCS-DETAIL-LINE.
010170     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010180     MOVE SPACES TO FCS-DETAIL-LINE.
010190     IF FCS-WINDOW-OVERRUN
010200       STRING "OVERRUN (SECONDS)   : " DELIMITED BY SIZE
010210              FCS-MARGIN               DELIMITED BY SIZE
010220              "   *** PROJECTED TO OVERRUN ***"
010230                                       DELIMITED BY SIZE
010240         INTO FCS-DETAIL-LINE
010250     ELSE
010260       STRING "MARGIN (SECONDS)    : " DELIMITED BY SIZE
010270              FCS-MARGIN               DELIMITED BY SIZE
010280         INTO FCS-DETAIL-LINE
010290     END-IF.
010300     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010310     MOVE SPACES TO FCS-DETAIL-LINE.
010320     IF FCS-CRITICAL-TOTAL > 0
010330       STRING "WINDOW CAPACITY     : " DELIMITED BY SIZE
010340              FCS-CAPACITY             DELIMITED BY SIZE
010350              " NUMBERS (ESTIMATED)"   DELIMITED BY SIZE
010360         INTO FCS-DETAIL-LINE
010370     ELSE
010380       MOVE "WINDOW CAPACITY     : NOT ESTIMATED - NO HISTORY"
010390         TO FCS-DETAIL-LINE
010400     END-IF.
010410     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010420     CLOSE FCSTRPT-FILE.
010430     MOVE SPACES TO FCS-MSG-TEXT.
010440     IF FCS-WINDOW-OVERRUN
010450       STRING "FBFCAST0014E DECK PROJECTED TO OVERRUN WINDOW BY "
010460                                                 DELIMITED BY SIZE
010470              FCS-MARGIN                         DELIMITED BY SIZE
010480              " SECONDS - SPLIT OR DEFER RANGES" DELIMITED BY SIZE
010490         INTO FCS-MSG-TEXT
010500       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010510       MOVE 8 TO RETURN-CODE
010520     ELSE
010530       STRING "FBFCAST0015I DECK PROJECTED TO FINISH "
010540                                                 DELIMITED BY SIZE
010550              FCS-MARGIN                         DELIMITED BY SIZE
010560              " SECONDS INSIDE THE WINDOW"       DELIMITED BY SIZE
010570         INTO FCS-MSG-TEXT
010580       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010590     END-IF.
010600 8000-EXIT.
010610     EXIT.
010620
010630 8100-PRINT-PROJECTIONS.
010640     MOVE "*** STEP PROJECTIONS ***" TO FCS-DETAIL-LINE.
010650     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010660     MOVE SPACES TO FCS-DETAIL-LINE.
010670     STRING "STEP     RUNS HIST RECORDS  HIST SECS "
010680                                     DELIMITED BY SIZE
010690            "PROJ RECORDS  PROJ SECS" DELIMITED BY SIZE
010700       INTO FCS-DETAIL-LINE.
010710     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010720     PERFORM 8110-PRINT-ONE-PROJECTION THRU 8110-EXIT
010730       VARYING FCS-STEP-SUB FROM 1 BY 1
010740         UNTIL FCS-STEP-SUB > FCS-STEP-COUNT.
010750     MOVE SPACES TO FCS-DETAIL-LINE.
010760     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
010770 8100-EXIT.
010780     EXIT.
010790
010800 8110-PRINT-ONE-PROJECTION.
010810     MOVE SPACES TO FCS-DETAIL-LINE.
010820     IF NOT FCS-STP-RUNS-TOMORROW(FCS-STEP-SUB)
010830       STRING FCS-STEP-NAME(FCS-STEP-SUB)     DELIMITED BY SIZE
010840              "  (NOT RUN - NO SPLIT)"        DELIMITED BY SIZE
010850         INTO FCS-DETAIL-LINE
010860     ELSE
010870       STRING FCS-STEP-NAME(FCS-STEP-SUB)     DELIMITED BY SIZE
010880              "  "                            DELIMITED BY SIZE
010890              FCS-STP-RUNS(FCS-STEP-SUB)      DELIMITED BY SIZE
010900              " "                             DELIMITED BY SIZE
010910              FCS-STP-SUM-RECS(FCS-STEP-SUB)  DELIMITED BY SIZE
010920              "  "                            DELIMITED BY SIZE
010930              FCS-STP-SUM-SECS(FCS-STEP-SUB)  DELIMITED BY SIZE
010940              " "                             DELIMITED BY SIZE
010950              FCS-STP-PROJ-RECS(FCS-STEP-SUB) DELIMITED BY SIZE
010960              "    "                          DELIMITED BY SIZE
010970              FCS-STP-PROJ-SECS(FCS-STEP-SUB) DELIMITED BY SIZE
010980         INTO FCS-DETAIL-LINE
010990     END-IF.
011000     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
011010 8110-EXIT.
011020     EXIT.
011030
011040 8200-PRINT-CRITICAL-PATH.
011050     MOVE "*** PREDICTED CRITICAL PATH ***" TO FCS-DETAIL-LINE.
011060     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
011070     MOVE "STEP     START        END          SECS     PATH"
011080       TO FCS-DETAIL-LINE.
011090     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
011100     PERFORM 8210-PRINT-ONE-STEP THRU 8210-EXIT
011110       VARYING FCS-STEP-SUB FROM 1 BY 1
011120         UNTIL FCS-STEP-SUB > FCS-STEP-COUNT.
011130     MOVE SPACES TO FCS-DETAIL-LINE.
011140     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
011150 8200-EXIT.
011160     EXIT.
011170
011180 8210-PRINT-ONE-STEP.
011190     IF NOT FCS-STP-RUNS-TOMORROW(FCS-STEP-SUB)
011200       GO TO 8210-EXIT
011210     END-IF.
011220     MOVE FCS-STP-START(FCS-STEP-SUB) TO FCS-CLOCK-SECS.
011230     PERFORM 2900-FORMAT-CLOCK THRU 2900-EXIT.
011240     MOVE FCS-CLOCK-DISPLAY TO FCS-START-DISPLAY.
011250     MOVE FCS-STP-END(FCS-STEP-SUB) TO FCS-CLOCK-SECS.
011260     PERFORM 2900-FORMAT-CLOCK THRU 2900-EXIT.
011270     MOVE SPACES TO FCS-PATH-WORD.
011280     IF FCS-STP-ON-PATH(FCS-STEP-SUB)
011290       MOVE "CRITICAL" TO FCS-PATH-WORD
011300     ELSE
011310       STRING "SLACK "                    DELIMITED BY SIZE
011320              FCS-STP-SLACK(FCS-STEP-SUB) DELIMITED BY SIZE
011330         INTO FCS-PATH-WORD
011340     END-IF.
011350     MOVE SPACES TO FCS-DETAIL-LINE.
011360     STRING FCS-STEP-NAME(FCS-STEP-SUB)     DELIMITED BY SIZE
011370            " "                             DELIMITED BY SIZE
011380            FCS-START-DISPLAY               DELIMITED BY SIZE
011390            "  "                            DELIMITED BY SIZE
011400            FCS-CLOCK-DISPLAY               DELIMITED BY SIZE
011410            "  "                            DELIMITED BY SIZE
011420            FCS-STP-PROJ-SECS(FCS-STEP-SUB) DELIMITED BY SIZE
011430            "  "                            DELIMITED BY SIZE
011440            FCS-PATH-WORD                   DELIMITED BY SIZE
011450       INTO FCS-DETAIL-LINE.
011460     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
011470 8210-EXIT.
011480     EXIT.
011490
011500*-----------------------------------------------------------------
011510* 9800-ISSUE-MESSAGE
011520* ISSUES THE MESSAGE BUILT IN FCS-MSG-TEXT: DISPLAYS IT ON
011530* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
011540* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
011550* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
011560* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
011570* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
011580*-----------------------------------------------------------------
011590 9800-ISSUE-MESSAGE.
011600     MOVE 132 TO FCS-MSG-LEN.
011610     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
011620       UNTIL FCS-MSG-LEN = 1
011630         OR FCS-MSG-TEXT(FCS-MSG-LEN:1) NOT = SPACE.
011640     DISPLAY FCS-MSG-TEXT(1:FCS-MSG-LEN).
011650     IF FCS-MSGLOG-NOT-OPENED
011660       OPEN EXTEND MSGLOG-FILE
011670       IF FCS-MSGLOG-STATUS = "00"
011680         SET FCS-MSGLOG-IS-OPEN TO TRUE
011690       ELSE
011700         SET FCS-MSGLOG-UNAVAILABLE TO TRUE
011710         DISPLAY "FBFCAST0016I MSGLOG NOT AVAILABLE - "
011720             "MESSAGES ON SYSOUT ONLY"
011730       END-IF
011740     END-IF.
011750     IF NOT FCS-MSGLOG-IS-OPEN
011760       GO TO 9800-EXIT
011770     END-IF.
011780     ACCEPT FCS-MSG-DATE FROM DATE YYYYMMDD.
011790     ACCEPT FCS-MSG-TIME FROM TIME.
011800     MOVE SPACES TO FB-MSGL-RECORD.
011810     MOVE "FBFCAST" TO FB-MSGL-PROGRAM.
011820     MOVE FCS-MSG-TEXT(1:11) TO FB-MSGL-MSG-ID.
011830     MOVE FCS-MSG-TEXT(12:1) TO FB-MSGL-SEVERITY.
011840     IF FCS-BUS-DATE-KEY > 0
011850       MOVE FCS-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
011860     END-IF.
011870     STRING FCS-MSG-MM   DELIMITED BY SIZE
011880            "/"          DELIMITED BY SIZE
011890            FCS-MSG-DD   DELIMITED BY SIZE
011900            "/"          DELIMITED BY SIZE
011910            FCS-MSG-YYYY DELIMITED BY SIZE
011920       INTO FB-MSGL-LOG-DATE.
011930     STRING FCS-MSG-HH   DELIMITED BY SIZE
011940            ":"          DELIMITED BY SIZE
011950            FCS-MSG-MI   DELIMITED BY SIZE
011960            ":"          DELIMITED BY SIZE
011970            FCS-MSG-SS   DELIMITED BY SIZE
011980       INTO FB-MSGL-LOG-TIME.
011990     MOVE FCS-MSG-TEXT(14:) TO FB-MSGL-TEXT.
012000     WRITE FB-MSGL-RECORD.
012010 9800-EXIT.
012020     EXIT.
012030
012040 9810-FIND-MSG-END.
012050     SUBTRACT 1 FROM FCS-MSG-LEN.
012060 9810-EXIT.
012070     EXIT.
012080
012090 9999-EXIT.
012100     IF FCS-MSGLOG-IS-OPEN
012110       CLOSE MSGLOG-FILE
012120     END-IF.
012130     STOP RUN.
