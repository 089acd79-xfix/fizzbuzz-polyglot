000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/15/2026 RDM   ORIGINAL VERSION. OPERATIONS DESK CONSOLE FOR
000060*                  THE CYCLE, RUN FROM A TERMINAL (A MENU ON
000070*                  SYSOUT, ANSWERS TYPED BACK). OPTION 1 SHOWS ONE
000080*                  BUSINESS DATE'S MILESTONES FROM RUNCTL - MAIN
000090*                  JOB AND EACH CLIENT PROFILE, RECONCILIATION,
000100*                  COMPARISON, VERIFICATION, TRANSMISSION AND BI
000110*                  ACKNOWLEDGMENT. OPTION 2 SHOWS THE RUNNING
000120*                  CYCLE'S LAST CHECKPOINT (CKPTFILE) AGAINST THE
000130*                  RANGES OF ITS CONTROL DECK (CTLDECK, THE MAIN
000140*                  JOB'S SYSIN) WITH PERCENT COMPLETE AND ANY STOP
000150*                  PENDING. OPTION 3 LISTS THE LAST TEN BUSINESS
000160*                  DATES WITH THEIR TRANSMISSION (XMITLOG), BI
000170*                  ACKNOWLEDGMENT AND ARCHIVE (ARCHIDX). OPTION 4
000180*                  WRITES A GRACEFUL STOP TO STOPREQ FOR A CYCLE
000190*                  THE MAIN JOB HAS STARTED, WITH THE OPERATOR ID
000200*                  AND TIME ON THE REQUEST, AND LOGS IT ON MSGLOG.
000210*                  NOTHING ELSE IS UPDATED.
000220* 10/15/2026 RDM   A CONTROL CARD FOR A SEVENTH PROFILE (COLS
000230*                  34-37) OR OUT OF VSAMOUT KEY ORDER NOW HAS NO
000240*                  NUMBERS TO PROCESS, AS THE MAIN JOB REJECTS IT.
000250*----------------------------------------------------------------*
000260
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    FBCONSOL.
000290 AUTHOR.        R D MARKHAM.
000300 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000310 DATE-WRITTEN.  10/15/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS FB-RCTL-BUS-DATE
000410         FILE STATUS IS CON-RUNCTL-STATUS.
000420
000430     SELECT CTLDECK-FILE ASSIGN TO "CTLDECK"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CON-CTLDECK-STATUS.
000460
000470     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CON-CKPT-STATUS.
000500
000510     SELECT STOP-FILE ASSIGN TO "STOPREQ"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CON-STOP-STATUS.
000540
000550     SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CON-XMITLOG-STATUS.
000580
000590     SELECT ARCHIDX-FILE ASSIGN TO "ARCHIDX"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CON-ARCHIDX-STATUS.
000620
000630     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CON-MSGLOG-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RUNCTL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY FBRUNCTL.
000720
000730 FD  CTLDECK-FILE
000740     LABEL RECORDS ARE OMITTED.
000750 01  CON-PARM-RECORD.
000760     05  CON-PARM-START        PIC S9(10)
000770         SIGN IS TRAILING SEPARATE CHARACTER.
000780     05  CON-PARM-END          PIC S9(10)
000790         SIGN IS TRAILING SEPARATE CHARACTER.
000800     05  CON-PARM-RESTART-SW   PIC X(01).
000810     05  CON-PARM-BUS-DATE     PIC X(08).
000820     05  CON-PARM-BYPASS-SW    PIC X(01).
000830     05  FILLER                PIC X(01).
000840     05  CON-PARM-PROFILE      PIC X(04).
000850     05  FILLER                PIC X(43).
000860
000870 FD  CKPT-FILE
000880     LABEL RECORDS ARE OMITTED.
000890 01  CON-CHECKPOINT-RECORD.
000900     05  CON-CKPT-LAST-I       PIC 9(09).
000910     05  CON-CKPT-LAST-RANGE-X PIC X(03).
000920     05  CON-CKPT-LAST-RANGE REDEFINES CON-CKPT-LAST-RANGE-X
000930                               PIC 9(03).
000940     05  FILLER                PIC X(68).
000950
000960*    STOPREQ IS THE MAIN JOB'S STOP SIGNAL: "STOP" IN COLS 1-4
000970*    IS ALL IT LOOKS AT. A STOP WRITTEN FROM THIS CONSOLE ALSO
000980*    CARRIES THE OPERATOR, WHEN IT WAS ASKED FOR (YYYYMMDDHHMMSS)
000990*    AND THE BUSINESS DATE OF THE CYCLE TO BE STOPPED. ONCE
001000*    HONORED THE MAIN JOB REWRITES THE RECORD AS "HONORED BY RUN
001010*    ...".
001020 FD  STOP-FILE
001030     LABEL RECORDS ARE OMITTED.
001040 01  CON-STOP-RECORD.
001050     05  CON-STOP-WORD         PIC X(04).
001060     05  FILLER                PIC X(01).
001070     05  CON-STOP-OPERATOR     PIC X(08).
001080     05  FILLER                PIC X(01).
001090     05  CON-STOP-STAMP        PIC X(14).
001100     05  FILLER                PIC X(01).
001110     05  CON-STOP-BUS-DATE     PIC X(08).
001120     05  FILLER                PIC X(43).
001130
001140 FD  XMITLOG-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  CON-XMITLOG-RECORD.
001170     05  CON-LOG-BUS-DATE      PIC X(08).
001180     05  FILLER                PIC X(01).
001190     05  CON-LOG-RUN-ID        PIC X(14).
001200     05  FILLER                PIC X(01).
001210     05  CON-LOG-SENT-DATE     PIC X(10).
001220     05  FILLER                PIC X(01).
001230     05  CON-LOG-SENT-TIME     PIC X(08).
001240     05  FILLER                PIC X(01).
001250     05  CON-LOG-COUNT         PIC 9(09).
001260     05  FILLER                PIC X(01).
001270     05  CON-LOG-HASH          PIC 9(15).
001280     05  FILLER                PIC X(11).
001290
001300 FD  ARCHIDX-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  CON-ARCHIDX-RECORD.
001330     05  CON-IDX-BUS-DATE      PIC X(08).
001340     05  FILLER                PIC X(01).
001350     05  CON-IDX-RUN-ID        PIC X(14).
001360     05  FILLER                PIC X(01).
001370     05  CON-IDX-COUNT         PIC 9(09).
001380     05  FILLER                PIC X(01).
001390     05  CON-IDX-ARCH-DATE     PIC X(10).
001400     05  FILLER                PIC X(36).
001410
001420 FD  MSGLOG-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY FBMSGLOG.
001450
001460 WORKING-STORAGE SECTION.
001470 01  CON-FILE-STATUSES.
001480     05  CON-RUNCTL-STATUS     PIC X(02) VALUE "00".
001490     05  CON-CTLDECK-STATUS    PIC X(02) VALUE "00".
001500     05  CON-CKPT-STATUS       PIC X(02) VALUE "00".
001510     05  CON-STOP-STATUS       PIC X(02) VALUE "00".
001520     05  CON-XMITLOG-STATUS    PIC X(02) VALUE "00".
001530     05  CON-ARCHIDX-STATUS    PIC X(02) VALUE "00".
001540     05  CON-MSGLOG-STATUS     PIC X(02) VALUE "00".
001550
001560 01  CON-SWITCHES.
001570     05  CON-SESSION-SW        PIC X(01) VALUE "N".
001580         88  CON-SESSION-ENDED         VALUE "Y".
001590     05  CON-DECK-EOF-SW       PIC X(01) VALUE "N".
001600         88  CON-DECK-AT-EOF           VALUE "Y".
001610     05  CON-FILE-EOF-SW       PIC X(01) VALUE "N".
001620         88  CON-FILE-AT-EOF           VALUE "Y".
001630     05  CON-CARD-VALID-SW     PIC X(01) VALUE "Y".
001640         88  CON-CARD-IS-VALID         VALUE "Y".
001650         88  CON-CARD-IS-INVALID       VALUE "N".
001660     05  CON-DECK-FOUND-SW     PIC X(01) VALUE "N".
001670         88  CON-DECK-WAS-FOUND        VALUE "Y".
001680     05  CON-RCTL-FOUND-SW     PIC X(01) VALUE "N".
001690         88  CON-RCTL-WAS-FOUND        VALUE "Y".
001700     05  CON-CKPT-FOUND-SW     PIC X(01) VALUE "N".
001710         88  CON-CKPT-WAS-FOUND        VALUE "Y".
001720     05  CON-STOP-PENDING-SW   PIC X(01) VALUE "N".
001730         88  CON-STOP-IS-PENDING       VALUE "Y".
001740     05  CON-DATE-OK-SW        PIC X(01) VALUE "Y".
001750         88  CON-DATE-IS-OK            VALUE "Y".
001760         88  CON-DATE-IS-BAD           VALUE "N".
001770
001780*    OPERATOR ENTRIES. A BLANK LINE (OR THE END OF THE INPUT) AT
001790*    THE MENU ENDS THE SESSION.
001800 01  CON-ENTRIES.
001810     05  CON-OPTION            PIC X(01) VALUE SPACE.
001820     05  CON-DATE-ENTRY        PIC X(08) VALUE SPACES.
001830     05  CON-DATE-ENTRY-PARTS REDEFINES CON-DATE-ENTRY.
001840         10  CON-ENTRY-MM      PIC X(02).
001850         10  CON-ENTRY-DD      PIC X(02).
001860         10  CON-ENTRY-YYYY    PIC X(04).
001870     05  CON-OPERATOR-ENTRY    PIC X(08) VALUE SPACES.
001880     05  CON-CONFIRM-ENTRY     PIC X(01) VALUE SPACE.
001890
001900 01  CON-DATE-FIELDS.
001910     05  CON-BUS-DATE-KEY      PIC 9(08) VALUE 0.
001920     05  CON-DECK-BUS-DATE     PIC 9(08) VALUE 0.
001930     05  CON-DEFAULT-DATE      PIC 9(08) VALUE 0.
001940     05  CON-DEFAULT-DISPLAY   PIC X(08) VALUE SPACES.
001950
001960*    TONIGHT'S CONTROL DECK AS THE MAIN JOB NUMBERS IT: EVERY CARD
001970*    UP TO THE 50-CARD LIMIT TAKES A RANGE NUMBER, AND A CARD THE
001980*    MAIN JOB REJECTS HAS NO NUMBERS TO PROCESS.
001990 01  CON-RANGE-LIMIT           PIC 9(03) VALUE 50.
002000 01  CON-MAX-I-VALUE           PIC S9(10) VALUE 999999999.
002010 01  CON-RANGE-TABLE.
002020     05  CON-RANGE-COUNT       PIC 9(03) VALUE 0.
002030     05  CON-RNG-ENTRY OCCURS 50 TIMES.
002040         10  CON-RNG-VALID-SW  PIC X(01).
002050             88  CON-RNG-IS-VALID      VALUE "Y".
002060         10  CON-RNG-START     PIC 9(10).
002070         10  CON-RNG-END       PIC 9(10).
002080 01  CON-RANGE-SUB             PIC 9(03) VALUE 0.
002090
002100*    PROFILES SEEN ON THE DECK - THE MAIN JOB TAKES NO MORE THAN
002110*    SIX - AND THE PROFILE AND END OF THE LAST GOOD CARD. THE MAIN
002120*    JOB REJECTS A CARD THAT DOES NOT FOLLOW THAT CARD IN VSAMOUT
002130*    KEY ORDER.
002140 01  CON-PROFILE-CONTROL.
002150     05  CON-PRF-LIMIT         PIC 9(01) VALUE 6.
002160     05  CON-PRF-COUNT         PIC 9(01) VALUE 0.
002170     05  CON-DECK-PRF-SUB      PIC 9(01) VALUE 0.
002180     05  CON-PRF-FOUND-SUB     PIC 9(01) VALUE 0.
002190     05  CON-LAST-GOOD-SW      PIC X(01) VALUE "N".
002200         88  CON-HAVE-LAST-GOOD        VALUE "Y".
002210     05  CON-LAST-GOOD-PROFILE PIC X(04) VALUE SPACES.
002220     05  CON-LAST-GOOD-END     PIC S9(10) VALUE 0.
002230 01  CON-PROFILE-TABLE.
002240     05  CON-PRF-CODE          PIC X(04) OCCURS 6 TIMES.
002250
002260 01  CON-PROGRESS-FIELDS.
002270     05  CON-DECK-NUMBERS      PIC 9(11) VALUE 0.
002280     05  CON-DONE-NUMBERS      PIC 9(11) VALUE 0.
002290     05  CON-CARD-SPAN         PIC 9(10) VALUE 0.
002300     05  CON-CKPT-RANGE-NUM    PIC 9(03) VALUE 0.
002310     05  CON-CKPT-I-NUM        PIC 9(09) VALUE 0.
002320     05  CON-PRODUCT           PIC 9(18) VALUE 0.
002330     05  CON-PCT-WORK          PIC 9(04) VALUE 0.
002340     05  CON-PCT-PARTS REDEFINES CON-PCT-WORK.
002350         10  CON-PCT-WHOLE     PIC 9(03).
002360         10  CON-PCT-TENTH     PIC 9(01).
002370
002380*    THE MOST RECENT BUSINESS DATES ON RUNCTL, OLDEST FIRST, WITH
002390*    THEIR LAST TRANSMISSION (XMITLOG) AND ARCHIVE (ARCHIDX).
002400 01  CON-RECENT-LIMIT          PIC 9(02) VALUE 10.
002410 01  CON-RECENT-TABLE.
002420     05  CON-RECENT-COUNT      PIC 9(02) VALUE 0.
002430     05  CON-RCT-ENTRY OCCURS 10 TIMES.
002440         10  CON-RCT-BUS-DATE  PIC 9(08).
002450         10  CON-RCT-MAIN-STAT PIC X(01).
002460         10  CON-RCT-XMIT-STAT PIC X(01).
002470         10  CON-RCT-ACK-STAT  PIC X(01).
002480         10  CON-RCT-SENT-DATE PIC X(10).
002490         10  CON-RCT-SENT-TIME PIC X(08).
002500         10  CON-RCT-COUNT     PIC 9(09).
002510         10  CON-RCT-ARCH-DATE PIC X(10).
002520 01  CON-RECENT-SUB            PIC 9(02) VALUE 0.
002530 01  CON-SHIFT-SUB             PIC 9(02) VALUE 0.
002540
002550 01  CON-DISPLAY-FIELDS.
002560     05  CON-DETAIL-LINE       PIC X(80) VALUE SPACES.
002570     05  CON-CODE              PIC X(01) VALUE SPACE.
002580     05  CON-WORD              PIC X(12) VALUE SPACES.
002590     05  CON-PRF-SUB           PIC 9(01) VALUE 0.
002600     05  CON-PRF-NAME          PIC X(04) VALUE SPACES.
002610     05  CON-SENT-TEXT         PIC X(19) VALUE SPACES.
002620     05  CON-ARCH-TEXT         PIC X(10) VALUE SPACES.
002630
002640 01  CON-CURRENT-DATE.
002650     05  CON-CUR-YYYY          PIC 9(04).
002660     05  CON-CUR-MM            PIC 9(02).
002670     05  CON-CUR-DD            PIC 9(02).
002680 01  CON-CURRENT-TIME.
002690     05  CON-CUR-HH            PIC 9(02).
002700     05  CON-CUR-MI            PIC 9(02).
002710     05  CON-CUR-SS            PIC 9(02).
002720     05  CON-CUR-HS            PIC 9(02).
002730
002740*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002750*    TO SYSOUT AND TO MSGLOG.
002760 01  CON-MESSAGE-AREA.
002770     05  CON-MSG-TEXT          PIC X(132) VALUE SPACES.
002780     05  CON-MSG-LEN           PIC 9(03) VALUE 0.
002790     05  CON-MSGLOG-SW         PIC X(01) VALUE "N".
002800         88  CON-MSGLOG-NOT-OPENED     VALUE "N".
002810         88  CON-MSGLOG-IS-OPEN        VALUE "Y".
002820         88  CON-MSGLOG-UNAVAILABLE    VALUE "U".
002830 01  CON-MSG-DATE.
002840     05  CON-MSG-YYYY          PIC 9(04).
002850     05  CON-MSG-MM            PIC 9(02).
002860     05  CON-MSG-DD            PIC 9(02).
002870 01  CON-MSG-TIME.
002880     05  CON-MSG-HH            PIC 9(02).
002890     05  CON-MSG-MI            PIC 9(02).
002900     05  CON-MSG-SS            PIC 9(02).
002910     05  CON-MSG-HS            PIC 9(02).
002920
002930 PROCEDURE DIVISION.
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-PROCESS-OPTION THRU 2000-EXIT
002970       UNTIL CON-SESSION-ENDED.
002980     GO TO 9999-EXIT.
002990
003000*-----------------------------------------------------------------
003010* 1000-INITIALIZE
003020* TAKES TODAY'S DATE AS THE DEFAULT BUSINESS DATE FOR EVERY
003030* VIEW UNTIL A CONTROL DECK SAYS OTHERWISE.
003040*-----------------------------------------------------------------
003050 1000-INITIALIZE.
003060     ACCEPT CON-CURRENT-DATE FROM DATE YYYYMMDD.
003070     MOVE CON-CURRENT-DATE TO CON-DEFAULT-DATE.
003080     DISPLAY " ".
003090     DISPLAY "FBCONSOL - FIZZBUZZ CYCLE OPERATIONS CONSOLE".
003100 1000-EXIT.
003110     EXIT.
003120
003130*-----------------------------------------------------------------
003140* 2000-PROCESS-OPTION
003150* SHOWS THE MENU, TAKES ONE OPTION AND RUNS IT. A BLANK OPTION OR
003160* X ENDS THE SESSION.
003170*-----------------------------------------------------------------
003180 2000-PROCESS-OPTION.
003190     DISPLAY " ".
003200     DISPLAY "  1  CYCLE MILESTONES FOR A BUSINESS DATE".
003210     DISPLAY "  2  CHECKPOINT PROGRESS OF THE RUNNING CYCLE".
003220     DISPLAY "  3  RECENT BUSINESS DATES - TRANSMISSION, ARCHIVE".
003230     DISPLAY "  4  REQUEST A GRACEFUL STOP OF THE RUNNING CYCLE".
003240     DISPLAY "  X  END THE SESSION".
003250     DISPLAY "ENTER OPTION:".
003260     MOVE SPACE TO CON-OPTION.
003270     ACCEPT CON-OPTION.
003280     DISPLAY " ".
003290     EVALUATE CON-OPTION
003300       WHEN "1"
003310         PERFORM 3000-SHOW-MILESTONES THRU 3000-EXIT
003320       WHEN "2"
003330         PERFORM 4000-SHOW-PROGRESS THRU 4000-EXIT
003340       WHEN "3"
003350         PERFORM 5000-SHOW-RECENT-DATES THRU 5000-EXIT
003360       WHEN "4"
003370         PERFORM 6000-REQUEST-STOP THRU 6000-EXIT
003380       WHEN "X"
003390         SET CON-SESSION-ENDED TO TRUE
003400       WHEN "x"
003410         SET CON-SESSION-ENDED TO TRUE
003420       WHEN SPACE
003430         SET CON-SESSION-ENDED TO TRUE
003440       WHEN OTHER
003450         DISPLAY "OPTION " CON-OPTION " IS NOT ON THE MENU"
003460     END-EVALUATE.
003470 2000-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------------
003510* 2100-ACCEPT-BUS-DATE
003520* ASKS FOR A BUSINESS DATE (MMDDYYYY, AS ON THE CONTROL CARDS)
003530* AND LEAVES IT IN CON-BUS-DATE-KEY AS YYYYMMDD. A BLANK ENTRY
003540* TAKES THE DEFAULT - THE CONTROL DECK'S DATE WHEN ONE HAS BEEN
003550* READ, OTHERWISE TODAY. A DATE THAT IS NOT A DATE IS REFUSED.
003560*-----------------------------------------------------------------
003570 2100-ACCEPT-BUS-DATE.
003580     SET CON-DATE-IS-OK TO TRUE.
003590     MOVE CON-DEFAULT-DATE(5:2) TO CON-DEFAULT-DISPLAY(1:2).
003600     MOVE CON-DEFAULT-DATE(7:2) TO CON-DEFAULT-DISPLAY(3:2).
003610     MOVE CON-DEFAULT-DATE(1:4) TO CON-DEFAULT-DISPLAY(5:4).
003620     DISPLAY "BUSINESS DATE MMDDYYYY (BLANK = "
003630         CON-DEFAULT-DISPLAY "):".
003640     MOVE SPACES TO CON-DATE-ENTRY.
003650     ACCEPT CON-DATE-ENTRY.
003660     IF CON-DATE-ENTRY = SPACES
003670       MOVE CON-DEFAULT-DATE TO CON-BUS-DATE-KEY
003680       GO TO 2100-EXIT
003690     END-IF.
003700     IF CON-DATE-ENTRY NOT NUMERIC
003710       OR CON-ENTRY-MM < "01" OR CON-ENTRY-MM > "12"
003720       OR CON-ENTRY-DD < "01" OR CON-ENTRY-DD > "31"
003730       DISPLAY "BUSINESS DATE " CON-DATE-ENTRY " IS NOT MMDDYYYY"
003740       SET CON-DATE-IS-BAD TO TRUE
003750       GO TO 2100-EXIT
003760     END-IF.
003770     MOVE CON-ENTRY-YYYY TO CON-BUS-DATE-KEY(1:4).
003780     MOVE CON-ENTRY-MM   TO CON-BUS-DATE-KEY(5:2).
003790     MOVE CON-ENTRY-DD   TO CON-BUS-DATE-KEY(7:2).
003800 2100-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------------
003840* 2200-READ-RUNCTL
003850* READS THE RUN-CONTROL RECORD FOR CON-BUS-DATE-KEY. RUNCTL IS
003860* OPENED AND CLOSED EACH TIME SO EVERY VIEW SHOWS THE STAMPS AS
003870* THEY STAND NOW.
003880*-----------------------------------------------------------------
003890 2200-READ-RUNCTL.
003900     MOVE "N" TO CON-RCTL-FOUND-SW.
003910     OPEN INPUT RUNCTL-FILE.
003920     IF CON-RUNCTL-STATUS NOT = "00"
003930       DISPLAY "RUNCTL NOT AVAILABLE - STATUS " CON-RUNCTL-STATUS
003940       GO TO 2200-EXIT
003950     END-IF.
003960     MOVE CON-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
003970     READ RUNCTL-FILE
003980       INVALID KEY
003990         CONTINUE
004000       NOT INVALID KEY
004010         SET CON-RCTL-WAS-FOUND TO TRUE
004020     END-READ.
004030     CLOSE RUNCTL-FILE.
004040 2200-EXIT.
004050     EXIT.
004060
004070*-----------------------------------------------------------------
004080* 2300-READ-CONTROL-DECK
004090* READS TONIGHT'S CONTROL DECK (CTLDECK - THE MAIN JOB'S SYSIN)
004100* INTO THE RANGE TABLE, NUMBERING AND VALIDATING THE CARDS AS
004110* THE MAIN JOB DOES, AND TAKES THE FIRST CARD'S BUSINESS DATE AS
004120* THE CONSOLE'S DEFAULT DATE.
004130* A CARD FOR A SEVENTH PROFILE, OR OUT OF VSAMOUT KEY ORDER, IS
004140* REJECTED THERE AND SO HAS NO NUMBERS HERE.
004150*-----------------------------------------------------------------
004160 2300-READ-CONTROL-DECK.
004170     MOVE "N" TO CON-DECK-FOUND-SW.
004180     MOVE "N" TO CON-DECK-EOF-SW.
004190     MOVE 0 TO CON-RANGE-COUNT.
004200     MOVE 0 TO CON-DECK-NUMBERS.
004210     MOVE 0 TO CON-DECK-BUS-DATE.
004220     MOVE 0 TO CON-PRF-COUNT.
004230     MOVE "N" TO CON-LAST-GOOD-SW.
004240     OPEN INPUT CTLDECK-FILE.
004250     IF CON-CTLDECK-STATUS NOT = "00"
004260       GO TO 2300-EXIT
004270     END-IF.
004280     PERFORM 2310-READ-ONE-CARD THRU 2310-EXIT
004290       UNTIL CON-DECK-AT-EOF.
004300     CLOSE CTLDECK-FILE.
004310     IF CON-RANGE-COUNT > 0
004320       SET CON-DECK-WAS-FOUND TO TRUE
004330     END-IF.
004340     IF CON-DECK-BUS-DATE > 0
004350       MOVE CON-DECK-BUS-DATE TO CON-DEFAULT-DATE
004360     END-IF.
004370 2300-EXIT.
004380     EXIT.
004390
004400 2310-READ-ONE-CARD.
004410     READ CTLDECK-FILE
004420       AT END
004430         SET CON-DECK-AT-EOF TO TRUE
004440         GO TO 2310-EXIT
004450     END-READ.
004460     IF CON-RANGE-COUNT = 0
004470       AND CON-PARM-BUS-DATE NUMERIC
004480       MOVE CON-PARM-BUS-DATE(5:4) TO CON-DECK-BUS-DATE(1:4)
004490       MOVE CON-PARM-BUS-DATE(1:2) TO CON-DECK-BUS-DATE(5:2)
004500       MOVE CON-PARM-BUS-DATE(3:2) TO CON-DECK-BUS-DATE(7:2)
004510     END-IF.
004520     IF CON-RANGE-COUNT >= CON-RANGE-LIMIT
004530       SET CON-DECK-AT-EOF TO TRUE
004540       GO TO 2310-EXIT
004550     END-IF.
004560     ADD 1 TO CON-RANGE-COUNT.
004570     PERFORM 2320-VALIDATE-CARD THRU 2320-EXIT.
004580     IF CON-CARD-IS-INVALID
004590       MOVE "N" TO CON-RNG-VALID-SW(CON-RANGE-COUNT)
004600       MOVE 0 TO CON-RNG-START(CON-RANGE-COUNT)
004610       MOVE 0 TO CON-RNG-END(CON-RANGE-COUNT)
004620       GO TO 2310-EXIT
004630     END-IF.
004640     MOVE "Y" TO CON-RNG-VALID-SW(CON-RANGE-COUNT).
004650     MOVE CON-PARM-START TO CON-RNG-START(CON-RANGE-COUNT).
004660     MOVE CON-PARM-END TO CON-RNG-END(CON-RANGE-COUNT).
004670     SET CON-HAVE-LAST-GOOD TO TRUE.
004680     MOVE CON-PARM-PROFILE TO CON-LAST-GOOD-PROFILE.
004690     MOVE CON-PARM-END TO CON-LAST-GOOD-END.
004700     SUBTRACT CON-PARM-START FROM CON-PARM-END
004710       GIVING CON-CARD-SPAN.
004720     ADD 1 TO CON-CARD-SPAN.
004730     ADD CON-CARD-SPAN TO CON-DECK-NUMBERS.
004740 2310-EXIT.
004750     EXIT.
004760
004770 2320-VALIDATE-CARD.
004780     SET CON-CARD-IS-VALID TO TRUE.
004790     IF CON-PARM-START NOT NUMERIC OR CON-PARM-END NOT NUMERIC
004800       SET CON-CARD-IS-INVALID TO TRUE
004810       GO TO 2320-EXIT
004820     END-IF.
004830     IF CON-PARM-START < 0 OR CON-PARM-END < 0
004840       OR CON-PARM-START > CON-MAX-I-VALUE
004850       OR CON-PARM-END > CON-MAX-I-VALUE
004860       OR CON-PARM-END < CON-PARM-START
004870       SET CON-CARD-IS-INVALID TO TRUE
004880       GO TO 2320-EXIT
004890     END-IF.
004900     PERFORM 2330-CHECK-DECK-ORDER THRU 2330-EXIT.
004910     IF CON-CARD-IS-VALID
004920       PERFORM 2340-REGISTER-PROFILE THRU 2340-EXIT
004930     END-IF.
004940 2320-EXIT.
004950     EXIT.
004960
004970*    VSAMOUT IS LOADED IN KEY ORDER (PROFILE, THEN I), SO THE MAIN
004980*    JOB REJECTS A CARD THAT DOES NOT COME AFTER THE LAST GOOD
004990*    CARD IN THAT ORDER - A LATER PROFILE, OR THE SAME PROFILE
005000*    WITH A START PAST THE LAST END.
005010 2330-CHECK-DECK-ORDER.
005020     IF NOT CON-HAVE-LAST-GOOD
005030       GO TO 2330-EXIT
005040     END-IF.
005050     IF CON-PARM-PROFILE > CON-LAST-GOOD-PROFILE
005060       GO TO 2330-EXIT
005070     END-IF.
005080     IF CON-PARM-PROFILE = CON-LAST-GOOD-PROFILE
005090       AND CON-PARM-START > CON-LAST-GOOD-END
005100       GO TO 2330-EXIT
005110     END-IF.
005120     SET CON-CARD-IS-INVALID TO TRUE.
005130 2330-EXIT.
005140     EXIT.
005150
005160*    NOTES THE CARD'S PROFILE AMONG THOSE SEEN ON THE DECK. THE
005170*    MAIN JOB REJECTS A SEVENTH PROFILE'S CARDS.
005180 2340-REGISTER-PROFILE.
005190     MOVE 0 TO CON-PRF-FOUND-SUB.
005200     PERFORM 2345-TEST-ONE-PROFILE THRU 2345-EXIT
005210       VARYING CON-DECK-PRF-SUB FROM 1 BY 1
005220         UNTIL CON-DECK-PRF-SUB > CON-PRF-COUNT
005230           OR CON-PRF-FOUND-SUB > 0.
005240     IF CON-PRF-FOUND-SUB > 0
005250       GO TO 2340-EXIT
005260     END-IF.
005270     IF CON-PRF-COUNT >= CON-PRF-LIMIT
005280       SET CON-CARD-IS-INVALID TO TRUE
005290       GO TO 2340-EXIT
005300     END-IF.
005310     ADD 1 TO CON-PRF-COUNT.
005320     MOVE CON-PARM-PROFILE TO CON-PRF-CODE(CON-PRF-COUNT).
005330 2340-EXIT.
005340     EXIT.
005350
005360 2345-TEST-ONE-PROFILE.
005370     IF CON-PRF-CODE(CON-DECK-PRF-SUB) = CON-PARM-PROFILE
005380       MOVE CON-DECK-PRF-SUB TO CON-PRF-FOUND-SUB
005390     END-IF.
005400 2345-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------------
005440* 2400-READ-STOP-REQUEST
005450* LOOKS AT STOPREQ. A FIRST RECORD OF STOP IS A REQUEST THE MAIN
005460* JOB HAS NOT YET HONORED.
005470*-----------------------------------------------------------------
005480 2400-READ-STOP-REQUEST.
005490     MOVE "N" TO CON-STOP-PENDING-SW.
005500     MOVE SPACES TO CON-STOP-RECORD.
005510     OPEN INPUT STOP-FILE.
005520     IF CON-STOP-STATUS NOT = "00"
005530       GO TO 2400-EXIT
005540     END-IF.
005550     READ STOP-FILE
005560       AT END
005570         MOVE SPACES TO CON-STOP-RECORD
005580     END-READ.
005590     CLOSE STOP-FILE.
005600     IF CON-STOP-WORD = "STOP"
005610       SET CON-STOP-IS-PENDING TO TRUE
005620     END-IF.
005630 2400-EXIT.
005640     EXIT.
005650
005660*-----------------------------------------------------------------
005670* 3000-SHOW-MILESTONES
005680* VIEW 1: EVERY MILESTONE STAMPED ON RUNCTL FOR ONE BUSINESS
005690* DATE - THE MAIN JOB AND EACH CLIENT PROFILE IN IT, THEN
005700* RECONCILIATION, COMPARISON, VERIFICATION, TRANSMISSION AND
005710* THE BI ACKNOWLEDGMENT.
005720*-----------------------------------------------------------------
005730 3000-SHOW-MILESTONES.
005740     PERFORM 2300-READ-CONTROL-DECK THRU 2300-EXIT.
005750     PERFORM 2100-ACCEPT-BUS-DATE THRU 2100-EXIT.
005760     IF CON-DATE-IS-BAD
005770       GO TO 3000-EXIT
005780     END-IF.
005790     PERFORM 2200-READ-RUNCTL THRU 2200-EXIT.
005800     IF CON-RUNCTL-STATUS NOT = "00"
005810       AND NOT CON-RCTL-WAS-FOUND
005820       GO TO 3000-EXIT
005830     END-IF.
005840     DISPLAY " ".
005850     DISPLAY "*** CYCLE MILESTONES FOR BUSINESS DATE "
005860         CON-BUS-DATE-KEY " ***".
005870     IF NOT CON-RCTL-WAS-FOUND
005880       DISPLAY "  (NO RUN-CONTROL RECORD - CYCLE NOT STARTED)"
005890       GO TO 3000-EXIT
005900     END-IF.
005910     MOVE FB-RCTL-MAIN-STAT TO CON-CODE.
005920     PERFORM 7100-DECODE-MAIN-STAT THRU 7100-EXIT.
005930     DISPLAY "MAIN JOB            : " CON-WORD
005940         "RUN ID " FB-RCTL-MAIN-RUN-ID.
005950     PERFORM 3100-SHOW-ONE-PROFILE THRU 3100-EXIT
005960       VARYING CON-PRF-SUB FROM 1 BY 1
005970         UNTIL CON-PRF-SUB > FB-RCTL-PRF-COUNT.
005980     MOVE FB-RCTL-RECON-STAT TO CON-CODE.
005990     PERFORM 7200-DECODE-RECON-STAT THRU 7200-EXIT.
006000     DISPLAY "RECONCILIATION      : " CON-WORD.
006010     MOVE FB-RCTL-COMPAR-STAT TO CON-CODE.
006020     PERFORM 7300-DECODE-COMPAR-STAT THRU 7300-EXIT.
006030     DISPLAY "COMPARISON          : " CON-WORD.
006040     MOVE FB-RCTL-VERIFY-STAT TO CON-CODE.
006050     PERFORM 7400-DECODE-VERIFY-STAT THRU 7400-EXIT.
006060     DISPLAY "VERIFICATION        : " CON-WORD.
006070     MOVE FB-RCTL-XMIT-STAT TO CON-CODE.
006080     PERFORM 7500-DECODE-XMIT-STAT THRU 7500-EXIT.
006090     DISPLAY "TRANSMISSION        : " CON-WORD.
006100     MOVE FB-RCTL-ACK-STAT TO CON-CODE.
006110     PERFORM 7600-DECODE-ACK-STAT THRU 7600-EXIT.
006120     DISPLAY "BI ACKNOWLEDGMENT   : " CON-WORD
006130         FB-RCTL-ACK-TIMESTAMP.
006140 3000-EXIT.
006150     EXIT.
006160
006170 3100-SHOW-ONE-PROFILE.
006180     MOVE FB-RCTL-PRF-CODE(CON-PRF-SUB) TO CON-PRF-NAME.
006190     IF CON-PRF-NAME = SPACES
006200       MOVE "BASE" TO CON-PRF-NAME
006210     END-IF.
006220     MOVE FB-RCTL-PRF-STAT(CON-PRF-SUB) TO CON-CODE.
006230     PERFORM 7100-DECODE-MAIN-STAT THRU 7100-EXIT.
006240     DISPLAY "  PROFILE " CON-PRF-NAME "      : " CON-WORD.
006250 3100-EXIT.
006260     EXIT.
006270
006280*-----------------------------------------------------------------
006290* 4000-SHOW-PROGRESS
006300* VIEW 2: HOW FAR THE RUNNING CYCLE HAS GOT, AS OF ITS LAST
006310* CHECKPOINT. THE NUMBERS DONE ARE EVERY NUMBER OF THE RANGES
006320* BEFORE THE CHECKPOINTED RANGE PLUS THOSE OF THAT RANGE UP TO
006330* THE CHECKPOINTED I; PERCENT COMPLETE IS THAT SHARE OF THE
006340* WHOLE DECK. A CHECKPOINT IS ONLY CURRENT WHILE THE MAIN JOB
006350* IS STARTED OR STOPPED FOR THE DATE. FOR A SPLIT CYCLE, POINT
006360* CTLDECK AND CKPTFILE AT ONE STREAM'S DECK AND CHECKPOINT.
006370*-----------------------------------------------------------------
006380 4000-SHOW-PROGRESS.
006390     PERFORM 2300-READ-CONTROL-DECK THRU 2300-EXIT.
006400     IF NOT CON-DECK-WAS-FOUND
006410       DISPLAY "CTLDECK NOT AVAILABLE OR EMPTY - NO RANGES TO "
006420           "MEASURE AGAINST"
006430       GO TO 4000-EXIT
006440     END-IF.
006450     MOVE CON-DEFAULT-DATE TO CON-BUS-DATE-KEY.
006460     PERFORM 2200-READ-RUNCTL THRU 2200-EXIT.
006470     PERFORM 2400-READ-STOP-REQUEST THRU 2400-EXIT.
006480     DISPLAY " ".
006490     DISPLAY "*** CHECKPOINT PROGRESS FOR BUSINESS DATE "
006500         CON-BUS-DATE-KEY " ***".
006510     DISPLAY "CONTROL CARDS       : " CON-RANGE-COUNT.
006520     DISPLAY "NUMBERS IN DECK     : " CON-DECK-NUMBERS.
006530     MOVE SPACE TO CON-CODE.
006540     IF CON-RCTL-WAS-FOUND
006550       MOVE FB-RCTL-MAIN-STAT TO CON-CODE
006560     END-IF.
006570     PERFORM 7100-DECODE-MAIN-STAT THRU 7100-EXIT.
006580     DISPLAY "MAIN JOB            : " CON-WORD.
006590     IF CON-STOP-IS-PENDING
006600       DISPLAY "STOP REQUEST        : PENDING - ASKED BY "
006610           CON-STOP-OPERATOR " AT " CON-STOP-STAMP
006620     ELSE
006630       IF CON-STOP-RECORD NOT = SPACES
006640         DISPLAY "STOP REQUEST        : " CON-STOP-RECORD(1:50)
006650       END-IF
006660     END-IF.
006670     IF CON-CODE = "C"
006680       DISPLAY "PERCENT COMPLETE    : 100.0 (CYCLE COMPLETE)"
006690       GO TO 4000-EXIT
006700     END-IF.
006710     IF CON-CODE NOT = "S" AND CON-CODE NOT = "P"
006720       DISPLAY "PERCENT COMPLETE    : 000.0 (CYCLE NOT RUNNING)"
006730       GO TO 4000-EXIT
006740     END-IF.
006750     PERFORM 4100-READ-CHECKPOINT THRU 4100-EXIT.
006760     IF NOT CON-CKPT-WAS-FOUND
006770       DISPLAY "CHECKPOINT          : NONE YET"
006780       DISPLAY "PERCENT COMPLETE    : 000.0"
006790       GO TO 4000-EXIT
006800     END-IF.
006810     IF CON-CKPT-RANGE-NUM > CON-RANGE-COUNT
006820       DISPLAY "CHECKPOINT          : RANGE " CON-CKPT-RANGE-NUM
006830           " IS NOT ON CTLDECK - WRONG DECK?"
006840       GO TO 4000-EXIT
006850     END-IF.
006860     DISPLAY "CHECKPOINT          : RANGE " CON-CKPT-RANGE-NUM
006870         " OF " CON-RANGE-COUNT "  LAST I " CON-CKPT-I-NUM.
006880     DISPLAY "CHECKPOINTED RANGE  : "
006890         CON-RNG-START(CON-CKPT-RANGE-NUM) " THRU "
006900         CON-RNG-END(CON-CKPT-RANGE-NUM).
006910     MOVE 0 TO CON-DONE-NUMBERS.
006920     PERFORM 4200-ADD-ONE-RANGE THRU 4200-EXIT
006930       VARYING CON-RANGE-SUB FROM 1 BY 1
006940         UNTIL CON-RANGE-SUB > CON-CKPT-RANGE-NUM.
006950     MOVE 0 TO CON-PCT-WORK.
006960     IF CON-DECK-NUMBERS > 0
006970       MULTIPLY CON-DONE-NUMBERS BY 1000 GIVING CON-PRODUCT
006980       DIVIDE CON-PRODUCT BY CON-DECK-NUMBERS
006990         GIVING CON-PCT-WORK
007000     END-IF.
007010     DISPLAY "NUMBERS DONE        : " CON-DONE-NUMBERS.
007020     DISPLAY "PERCENT COMPLETE    : " CON-PCT-WHOLE "."
007030         CON-PCT-TENTH.
007040 4000-EXIT.
007050     EXIT.
007060
007070 4100-READ-CHECKPOINT.
007080     MOVE "N" TO CON-CKPT-FOUND-SW.
007090     OPEN INPUT CKPT-FILE.
007100     IF CON-CKPT-STATUS NOT = "00"
007110       GO TO 4100-EXIT
007120     END-IF.
007130     READ CKPT-FILE
007140       AT END
007150         CLOSE CKPT-FILE
007160         GO TO 4100-EXIT
007170     END-READ.
007180     CLOSE CKPT-FILE.
007190     IF CON-CKPT-LAST-I NOT NUMERIC
007200       GO TO 4100-EXIT
007210     END-IF.
007220     SET CON-CKPT-WAS-FOUND TO TRUE.
007230     MOVE CON-CKPT-LAST-I TO CON-CKPT-I-NUM.
007240     IF CON-CKPT-LAST-RANGE-X NUMERIC
007250       AND CON-CKPT-LAST-RANGE > 0
007260       MOVE CON-CKPT-LAST-RANGE TO CON-CKPT-RANGE-NUM
007270     ELSE
007280       MOVE 1 TO CON-CKPT-RANGE-NUM
007290     END-IF.
007300 4100-EXIT.
007310     EXIT.
007320
007330*    A RANGE BEFORE THE CHECKPOINTED ONE IS DONE IN FULL; THE
007340*    CHECKPOINTED RANGE IS DONE UP TO AND INCLUDING ITS LAST I.
007350 4200-ADD-ONE-RANGE.
007360     IF NOT CON-RNG-IS-VALID(CON-RANGE-SUB)
007370       GO TO 4200-EXIT
007380     END-IF.
007390     IF CON-RANGE-SUB < CON-CKPT-RANGE-NUM
007400       SUBTRACT CON-RNG-START(CON-RANGE-SUB)
007410         FROM CON-RNG-END(CON-RANGE-SUB) GIVING CON-CARD-SPAN
007420       ADD 1 TO CON-CARD-SPAN
007430       ADD CON-CARD-SPAN TO CON-DONE-NUMBERS
007440       GO TO 4200-EXIT
007450     END-IF.
007460     IF CON-CKPT-I-NUM < CON-RNG-START(CON-RANGE-SUB)
007470       GO TO 4200-EXIT
007480     END-IF.
007490     IF CON-CKPT-I-NUM > CON-RNG-END(CON-RANGE-SUB)
007500       SUBTRACT CON-RNG-START(CON-RANGE-SUB)
007510         FROM CON-RNG-END(CON-RANGE-SUB) GIVING CON-CARD-SPAN
007520     ELSE
007530       SUBTRACT CON-RNG-START(CON-RANGE-SUB)
007540         FROM CON-CKPT-I-NUM GIVING CON-CARD-SPAN
007550     END-IF.
007560     ADD 1 TO CON-CARD-SPAN.
007570     ADD CON-CARD-SPAN TO CON-DONE-NUMBERS.
007580 4200-EXIT.
007590     EXIT.
007600
007610*-----------------------------------------------------------------
007620* 5000-SHOW-RECENT-DATES
007630* VIEW 3: THE LAST TEN BUSINESS DATES ON RUNCTL, NEWEST FIRST,
007640* EACH WITH ITS MAIN JOB STATUS, ITS LAST TRANSMISSION (SENT
007650* DATE AND TIME AND RECORD COUNT FROM XMITLOG), THE BI
007660* ACKNOWLEDGMENT AND THE DATE IT WAS ARCHIVED (ARCHIDX).
007670*-----------------------------------------------------------------
007680 5000-SHOW-RECENT-DATES.
007690     MOVE 0 TO CON-RECENT-COUNT.
007700     OPEN INPUT RUNCTL-FILE.
007710     IF CON-RUNCTL-STATUS NOT = "00"
007720       DISPLAY "RUNCTL NOT AVAILABLE - STATUS " CON-RUNCTL-STATUS
007730       GO TO 5000-EXIT
007740     END-IF.
007750     MOVE "N" TO CON-FILE-EOF-SW.
007760     PERFORM 5100-LOAD-ONE-DATE THRU 5100-EXIT
007770       UNTIL CON-FILE-AT-EOF.
007780     CLOSE RUNCTL-FILE.
007790     OPEN INPUT XMITLOG-FILE.
007800     IF CON-XMITLOG-STATUS = "00"
007810       MOVE "N" TO CON-FILE-EOF-SW
007820       PERFORM 5200-MATCH-ONE-SEND THRU 5200-EXIT
007830         UNTIL CON-FILE-AT-EOF
007840       CLOSE XMITLOG-FILE
007850     END-IF.
007860     OPEN INPUT ARCHIDX-FILE.
007870     IF CON-ARCHIDX-STATUS = "00"
007880       MOVE "N" TO CON-FILE-EOF-SW
007890       PERFORM 5300-MATCH-ONE-ARCHIVE THRU 5300-EXIT
007900         UNTIL CON-FILE-AT-EOF
007910       CLOSE ARCHIDX-FILE
007920     END-IF.
007930     DISPLAY " ".
007940     DISPLAY "*** RECENT BUSINESS DATES ***".
007950     DISPLAY "BUS DATE  MAIN JOB  TRANSMITTED          "
007960         "COUNT      BI ACK    ARCHIVED".
007970     IF CON-RECENT-COUNT = 0
007980       DISPLAY "  (NONE)"
007990       GO TO 5000-EXIT
008000     END-IF.
008010     PERFORM 5400-SHOW-ONE-DATE THRU 5400-EXIT
008020       VARYING CON-RECENT-SUB FROM CON-RECENT-COUNT BY -1
008030         UNTIL CON-RECENT-SUB < 1.
008040 5000-EXIT.
008050     EXIT.
008060
008070*    RUNCTL IS READ IN KEY ORDER, SO ONCE THE TABLE IS FULL THE
008080*    OLDEST DATE IS DROPPED TO MAKE ROOM FOR EACH NEWER ONE.
008090 5100-LOAD-ONE-DATE.
008100     READ RUNCTL-FILE NEXT RECORD
008110       AT END
008120         SET CON-FILE-AT-EOF TO TRUE
008130         GO TO 5100-EXIT
008140     END-READ.
008150     IF CON-RECENT-COUNT >= CON-RECENT-LIMIT
008160       PERFORM 5110-SHIFT-ONE-DATE THRU 5110-EXIT
008170         VARYING CON-SHIFT-SUB FROM 2 BY 1
008180           UNTIL CON-SHIFT-SUB > CON-RECENT-LIMIT
008190     ELSE
008200       ADD 1 TO CON-RECENT-COUNT
008210     END-IF.
008220     MOVE CON-RECENT-COUNT TO CON-RECENT-SUB.
008230     MOVE FB-RCTL-BUS-DATE TO CON-RCT-BUS-DATE(CON-RECENT-SUB).
008240     MOVE FB-RCTL-MAIN-STAT TO CON-RCT-MAIN-STAT(CON-RECENT-SUB).
008250     MOVE FB-RCTL-XMIT-STAT TO CON-RCT-XMIT-STAT(CON-RECENT-SUB).
008260     MOVE FB-RCTL-ACK-STAT TO CON-RCT-ACK-STAT(CON-RECENT-SUB).
008270     MOVE SPACES TO CON-RCT-SENT-DATE(CON-RECENT-SUB).
008280     MOVE SPACES TO CON-RCT-SENT-TIME(CON-RECENT-SUB).
008290     MOVE 0 TO CON-RCT-COUNT(CON-RECENT-SUB).
008300     MOVE SPACES TO CON-RCT-ARCH-DATE(CON-RECENT-SUB).
008310 5100-EXIT.
008320     EXIT.
008330
008340 5110-SHIFT-ONE-DATE.
008350     SUBTRACT 1 FROM CON-SHIFT-SUB GIVING CON-RECENT-SUB.
008360     MOVE CON-RCT-ENTRY(CON-SHIFT-SUB)
008370       TO CON-RCT-ENTRY(CON-RECENT-SUB).
008380 5110-EXIT.
008390     EXIT.
008400
008410*    XMITLOG IS IN SEND ORDER, SO A RESEND'S ROW REPLACES THE
008420*    EARLIER SEND OF THE SAME DATE.
008430 5200-MATCH-ONE-SEND.
008440     READ XMITLOG-FILE
008450       AT END
008460         SET CON-FILE-AT-EOF TO TRUE
008470         GO TO 5200-EXIT
008480     END-READ.
008490     PERFORM 5210-MATCH-SEND-DATE THRU 5210-EXIT
008500       VARYING CON-RECENT-SUB FROM 1 BY 1
008510         UNTIL CON-RECENT-SUB > CON-RECENT-COUNT.
008520 5200-EXIT.
008530     EXIT.
008540
008550 5210-MATCH-SEND-DATE.
008560     IF CON-LOG-BUS-DATE NOT = CON-RCT-BUS-DATE(CON-RECENT-SUB)
008570       GO TO 5210-EXIT
008580     END-IF.
008590     MOVE CON-LOG-SENT-DATE TO CON-RCT-SENT-DATE(CON-RECENT-SUB).
008600     MOVE CON-LOG-SENT-TIME TO CON-RCT-SENT-TIME(CON-RECENT-SUB).
008610     IF CON-LOG-COUNT NUMERIC
008620       MOVE CON-LOG-COUNT TO CON-RCT-COUNT(CON-RECENT-SUB)
008630     END-IF.
008640 5210-EXIT.
008650     EXIT.
008660
008670 5300-MATCH-ONE-ARCHIVE.
008680     READ ARCHIDX-FILE
008690       AT END
008700         SET CON-FILE-AT-EOF TO TRUE
008710         GO TO 5300-EXIT
008720     END-READ.
008730     PERFORM 5310-MATCH-ARCHIVE-DATE THRU 5310-EXIT
008740       VARYING CON-RECENT-SUB FROM 1 BY 1
008750         UNTIL CON-RECENT-SUB > CON-RECENT-COUNT.
008760 5300-EXIT.
008770     EXIT.
008780
008790 5310-MATCH-ARCHIVE-DATE.
008800     IF CON-IDX-BUS-DATE = CON-RCT-BUS-DATE(CON-RECENT-SUB)
008810       MOVE CON-IDX-ARCH-DATE TO CON-RCT-ARCH-DATE(CON-RECENT-SUB)
008820     END-IF.
008830 5310-EXIT.
008840     EXIT.
008850
008860 5400-SHOW-ONE-DATE.
008870     MOVE CON-RCT-MAIN-STAT(CON-RECENT-SUB) TO CON-CODE.
008880     PERFORM 7100-DECODE-MAIN-STAT THRU 7100-EXIT.
008890     MOVE SPACES TO CON-SENT-TEXT.
008900     IF CON-RCT-SENT-DATE(CON-RECENT-SUB) = SPACES
008910       IF CON-RCT-XMIT-STAT(CON-RECENT-SUB) = "T"
008920         MOVE "SENT - NOT ON LOG" TO CON-SENT-TEXT
008930       ELSE
008940         MOVE "NOT SENT" TO CON-SENT-TEXT
008950       END-IF
008960     ELSE
008970       STRING CON-RCT-SENT-DATE(CON-RECENT-SUB) DELIMITED BY SIZE
008980              " "                               DELIMITED BY SIZE
008990              CON-RCT-SENT-TIME(CON-RECENT-SUB) DELIMITED BY SIZE
009000         INTO CON-SENT-TEXT
009010     END-IF.
009020     MOVE CON-RCT-ARCH-DATE(CON-RECENT-SUB) TO CON-ARCH-TEXT.
009030     IF CON-ARCH-TEXT = SPACES
009040       MOVE "NO" TO CON-ARCH-TEXT
009050     END-IF.
009060     MOVE SPACES TO CON-DETAIL-LINE.
009070     STRING CON-RCT-BUS-DATE(CON-RECENT-SUB) DELIMITED BY SIZE
009080            "  "                             DELIMITED BY SIZE
009090            CON-WORD(1:8)                    DELIMITED BY SIZE
009100            "  "                             DELIMITED BY SIZE
009110            CON-SENT-TEXT                    DELIMITED BY SIZE
009120            "  "                             DELIMITED BY SIZE
009130            CON-RCT-COUNT(CON-RECENT-SUB)    DELIMITED BY SIZE
009140            "  "                             DELIMITED BY SIZE
009150       INTO CON-DETAIL-LINE.
009160     MOVE CON-RCT-ACK-STAT(CON-RECENT-SUB) TO CON-CODE.
009170     PERFORM 7600-DECODE-ACK-STAT THRU 7600-EXIT.
009180     MOVE CON-WORD(1:8) TO CON-DETAIL-LINE(53:8).
009190     MOVE CON-ARCH-TEXT TO CON-DETAIL-LINE(63:10).
009200     DISPLAY CON-DETAIL-LINE(1:72).
009210 5400-EXIT.
009220     EXIT.
009230
009240*-----------------------------------------------------------------
009250* 6000-REQUEST-STOP
009260* WRITES THE STOP SIGNAL THE MAIN JOB POLLS AT EACH CHECKPOINT,
009270* SO THE RUNNING CYCLE FINISHES ITS CURRENT NUMBER, MARKS ITS
009280* OUTPUT PARTIAL AND ENDS READY TO RESTART. THE OPERATOR MUST
009290* GIVE AN ID AND CONFIRM. A STOP IS ONLY WRITTEN WHILE THE MAIN
009300* JOB IS STARTED FOR THE DATE - A STOP LEFT WAITING WITH NOTHING
009310* RUNNING WOULD STOP THE NEXT RUN AT ITS FIRST CHECKPOINT. EACH
009320* STOP WRITTEN OR REFUSED IS LOGGED ON MSGLOG WITH THE OPERATOR.
009330*-----------------------------------------------------------------
009340 6000-REQUEST-STOP.
009350     DISPLAY "OPERATOR ID:".
009360     MOVE SPACES TO CON-OPERATOR-ENTRY.
009370     ACCEPT CON-OPERATOR-ENTRY.
009380     IF CON-OPERATOR-ENTRY = SPACES
009390       DISPLAY "AN OPERATOR ID IS REQUIRED - NO STOP WRITTEN"
009400       GO TO 6000-EXIT
009410     END-IF.
009420     PERFORM 2300-READ-CONTROL-DECK THRU 2300-EXIT.
009430     PERFORM 2100-ACCEPT-BUS-DATE THRU 2100-EXIT.
009440     IF CON-DATE-IS-BAD
009450       GO TO 6000-EXIT
009460     END-IF.
009470     PERFORM 2400-READ-STOP-REQUEST THRU 2400-EXIT.
009480     IF CON-STOP-IS-PENDING
009490       DISPLAY "A STOP IS ALREADY PENDING - ASKED BY "
009500           CON-STOP-OPERATOR " AT " CON-STOP-STAMP
009510       GO TO 6000-EXIT
009520     END-IF.
009530     PERFORM 2200-READ-RUNCTL THRU 2200-EXIT.
009540     IF NOT CON-RCTL-WAS-FOUND
009550       OR NOT FB-RCTL-MAIN-STARTED
009560       MOVE SPACES TO CON-MSG-TEXT
009570       STRING "FBCONSOL0002W STOP REFUSED - NO CYCLE RUNNING FOR "
009580                                                 DELIMITED BY SIZE
009590              CON-BUS-DATE-KEY                   DELIMITED BY SIZE
009600              " - OPERATOR "                     DELIMITED BY SIZE
009610              CON-OPERATOR-ENTRY                 DELIMITED BY SIZE
009620         INTO CON-MSG-TEXT
009630       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009640       GO TO 6000-EXIT
009650     END-IF.
009660     DISPLAY "STOP THE CYCLE FOR " CON-BUS-DATE-KEY
009670         " AT ITS NEXT CHECKPOINT? ENTER Y TO CONFIRM:".
009680     MOVE SPACE TO CON-CONFIRM-ENTRY.
009690     ACCEPT CON-CONFIRM-ENTRY.
009700     IF CON-CONFIRM-ENTRY NOT = "Y"
009710       AND CON-CONFIRM-ENTRY NOT = "y"
009720       DISPLAY "NOT CONFIRMED - NO STOP WRITTEN"
009730       GO TO 6000-EXIT
009740     END-IF.
009750     ACCEPT CON-CURRENT-DATE FROM DATE YYYYMMDD.
009760     ACCEPT CON-CURRENT-TIME FROM TIME.
009770     OPEN OUTPUT STOP-FILE.
009780     IF CON-STOP-STATUS NOT = "00"
009790       MOVE SPACES TO CON-MSG-TEXT
009800       STRING "FBCONSOL0003E STOPREQ NOT WRITABLE - STATUS "
009810                                                 DELIMITED BY SIZE
009820              CON-STOP-STATUS                    DELIMITED BY SIZE
009830              " - NO STOP WRITTEN"               DELIMITED BY SIZE
009840         INTO CON-MSG-TEXT
009850       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009860       GO TO 6000-EXIT
009870     END-IF.
009880     MOVE SPACES TO CON-STOP-RECORD.
009890     MOVE "STOP" TO CON-STOP-WORD.
009900     MOVE CON-OPERATOR-ENTRY TO CON-STOP-OPERATOR.
009910     STRING CON-CURRENT-DATE      DELIMITED BY SIZE
009920            CON-CURRENT-TIME(1:6) DELIMITED BY SIZE
009930       INTO CON-STOP-STAMP.
009940     MOVE CON-BUS-DATE-KEY TO CON-STOP-BUS-DATE.
009950     WRITE CON-STOP-RECORD.
009960     CLOSE STOP-FILE.
009970     MOVE SPACES TO CON-MSG-TEXT.
009980     STRING "FBCONSOL0001I STOP REQUESTED FOR BUSINESS DATE "
009990                                                 DELIMITED BY SIZE
010000            CON-BUS-DATE-KEY                     DELIMITED BY SIZE
010010            " BY OPERATOR "                      DELIMITED BY SIZE
010020            CON-OPERATOR-ENTRY                   DELIMITED BY SIZE
010030       INTO CON-MSG-TEXT.
010040     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
010050 6000-EXIT.
010060     EXIT.
010070
010080*-----------------------------------------------------------------
010090* 7100-7600 DECODE A RUN-CONTROL STATUS CODE IN CON-CODE INTO
010100* THE WORD SHOWN IN CON-WORD. A BLANK CODE MEANS THE STEP HAS
010110* NOT RUN FOR THE DATE.
010120*-----------------------------------------------------------------
010130 7100-DECODE-MAIN-STAT.
010140     EVALUATE CON-CODE
010150       WHEN "S"   MOVE "STARTED"      TO CON-WORD
010160       WHEN "C"   MOVE "COMPLETE"     TO CON-WORD
010170       WHEN "P"   MOVE "STOPPED"      TO CON-WORD
010180       WHEN SPACE MOVE "NOT RUN"      TO CON-WORD
010190       WHEN OTHER MOVE "UNKNOWN"      TO CON-WORD
010200     END-EVALUATE.
010210 7100-EXIT.
010220     EXIT.
010230
010240 7200-DECODE-RECON-STAT.
010250     EVALUATE CON-CODE
010260       WHEN "B"   MOVE "BALANCED"     TO CON-WORD
010270       WHEN "F"   MOVE "FAILED"       TO CON-WORD
010280       WHEN SPACE MOVE "NOT RUN"      TO CON-WORD
010290       WHEN OTHER MOVE "UNKNOWN"      TO CON-WORD
010300     END-EVALUATE.
010310 7200-EXIT.
010320     EXIT.
010330
010340 7300-DECODE-COMPAR-STAT.
010350     EVALUATE CON-CODE
010360       WHEN "E"   MOVE "EQUAL"        TO CON-WORD
010370       WHEN "D"   MOVE "DIFFERENT"    TO CON-WORD
010380       WHEN SPACE MOVE "NOT RUN"      TO CON-WORD
010390       WHEN OTHER MOVE "UNKNOWN"      TO CON-WORD
010400     END-EVALUATE.
010410 7300-EXIT.
010420     EXIT.
010430
010440 7400-DECODE-VERIFY-STAT.
010450     EVALUATE CON-CODE
010460       WHEN "P"   MOVE "PASSED"       TO CON-WORD
010470       WHEN "F"   MOVE "FAILED"       TO CON-WORD
010480       WHEN SPACE MOVE "NOT RUN"      TO CON-WORD
010490       WHEN OTHER MOVE "UNKNOWN"      TO CON-WORD
010500     END-EVALUATE.
010510 7400-EXIT.
010520     EXIT.
010530
010540 7500-DECODE-XMIT-STAT.
010550     EVALUATE CON-CODE
010560       WHEN "T"   MOVE "TRANSMITTED"  TO CON-WORD
010570       WHEN SPACE MOVE "NOT SENT"     TO CON-WORD
010580       WHEN OTHER MOVE "UNKNOWN"      TO CON-WORD
010590     END-EVALUATE.
010600 7500-EXIT.
010610     EXIT.
010620
010630 7600-DECODE-ACK-STAT.
010640     EVALUATE CON-CODE
010650       WHEN "A"   MOVE "ACCEPTED"     TO CON-WORD
010660       WHEN "R"   MOVE "REJECTED"     TO CON-WORD
010670       WHEN "M"   MOVE "MISMATCH"     TO CON-WORD
010680       WHEN SPACE MOVE "NONE"         TO CON-WORD
010690       WHEN OTHER MOVE "UNKNOWN"      TO CON-WORD
010700     END-EVALUATE.
010710 7600-EXIT.
010720     EXIT.
010730
010740*-----------------------------------------------------------------
010750* 9800-ISSUE-MESSAGE
010760* ISSUES THE MESSAGE BUILT IN CON-MSG-TEXT: DISPLAYS IT ON
010770* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
010780* WHICH IS OPENED ON THE FIRST MESSAGE OF THE SESSION. THE
010790* MESSAGE ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
010800* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
010810* NEVER STOPS THE SESSION - THE MESSAGES STILL GO TO SYSOUT.
010820*-----------------------------------------------------------------
010830 9800-ISSUE-MESSAGE.
010840     MOVE 132 TO CON-MSG-LEN.
010850     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
010860       UNTIL CON-MSG-LEN = 1
010870         OR CON-MSG-TEXT(CON-MSG-LEN:1) NOT = SPACE.
010880     DISPLAY CON-MSG-TEXT(1:CON-MSG-LEN).
010890     IF CON-MSGLOG-NOT-OPENED
010900       OPEN EXTEND MSGLOG-FILE
010910       IF CON-MSGLOG-STATUS = "00"
010920         SET CON-MSGLOG-IS-OPEN TO TRUE
010930       ELSE
010940         SET CON-MSGLOG-UNAVAILABLE TO TRUE
010950         DISPLAY "FBCONSOL0004I MSGLOG NOT AVAILABLE - "
010960             "MESSAGES ON SYSOUT ONLY"
010970       END-IF
010980     END-IF.
010990     IF NOT CON-MSGLOG-IS-OPEN
011000       GO TO 9800-EXIT
011010     END-IF.
011020     ACCEPT CON-MSG-DATE FROM DATE YYYYMMDD.
011030     ACCEPT CON-MSG-TIME FROM TIME.
011040     MOVE SPACES TO FB-MSGL-RECORD.
011050     MOVE "FBCONSOL" TO FB-MSGL-PROGRAM.
011060     MOVE CON-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
011070     MOVE CON-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
011080     IF CON-BUS-DATE-KEY > 0
011090       MOVE CON-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
011100     END-IF.
011110     STRING CON-MSG-MM   DELIMITED BY SIZE
011120            "/"          DELIMITED BY SIZE
011130            CON-MSG-DD   DELIMITED BY SIZE
011140            "/"          DELIMITED BY SIZE
011150            CON-MSG-YYYY DELIMITED BY SIZE
011160       INTO FB-MSGL-LOG-DATE.
011170     STRING CON-MSG-HH   DELIMITED BY SIZE
011180            ":"          DELIMITED BY SIZE
011190            CON-MSG-MI   DELIMITED BY SIZE
011200            ":"          DELIMITED BY SIZE
011210            CON-MSG-SS   DELIMITED BY SIZE
011220       INTO FB-MSGL-LOG-TIME.
011230     MOVE CON-MSG-TEXT(15:) TO FB-MSGL-TEXT.
011240     WRITE FB-MSGL-RECORD.
011250 9800-EXIT.
011260     EXIT.
011270
011280 9810-FIND-MSG-END.
011290     SUBTRACT 1 FROM CON-MSG-LEN.
011300 9810-EXIT.
011310     EXIT.
011320
011330 9999-EXIT.
011340     IF CON-MSGLOG-IS-OPEN
011350       CLOSE MSGLOG-FILE
011360     END-IF.
011370     STOP RUN.
