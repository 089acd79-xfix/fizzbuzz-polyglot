000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/15/2026 RDM   ORIGINAL VERSION. SUBSCRIBER-DRIVEN
000060*                  DISTRIBUTION OF THE CYCLE'S VSAMOUT CONTENT TO
000070*                  THE DOWNSTREAM CONSUMERS LISTED ON THE SUBSCTL
000080*                  SUBSCRIPTION FILE (COPYBOOK FBSUBCTL) - EACH
000090*                  WITH ITS OWN CLASS AND KEY-RANGE FILTER, OUTPUT
000100*                  FORMAT (PIPE, FIXED-WIDTH OR CSV), FREQUENCY
000110*                  (DAILY OR MONTH-END) AND DELIVERY DATASET.
000120*                  REFUSES TO DISTRIBUTE (RC 12) UNTIL FBVERIFY
000130*                  HAS STAMPED THE CYCLE PASSED AND FBRECON HAS
000140*                  STAMPED IT BALANCED ON RUNCTL. ONE PASS OF
000150*                  VSAMOUT BUILDS EVERY DUE SUBSCRIBER'S FILE ON
000160*                  ITS OUTPUT SLOT (DD DISTOUT1-6) WITH A HEADER
000170*                  (SUBSCRIBER, BUSINESS DATE, RUN ID) AND A
000180*                  TRAILER (RECORD COUNT AND KEY HASH TOTAL, AS ON
000190*                  XMITOUT). EACH DELIVERY IS APPENDED TO THE
000200*                  DISTLOG DISTRIBUTION LOG (COPYBOOK FBDSTLOG).
000210*                  A SUBSCRIBER ALREADY SERVED FOR THE DATE IS
000220*                  HELD UNLESS AN AUTHORIZED RESEND IS PUNCHED,
000230*                  AND A DAILY SUBSCRIBER WITH A BALANCED CYCLE
000240*                  SINCE ITS LAST DELIVERY IS FLAGGED AS MISSED.
000250*                  SYSIN CARD: BUSINESS DATE MMDDYYYY COLS 1-8
000260*                  (SYSTEM DATE WHEN ABSENT), RESEND COLS 10-15,
000270*                  ONE SUBSCRIBER ONLY COLS 17-24, OPERATOR ID
000280*                  COLS 26-33, REASON CODE COLS 35-38 AND
000290*                  MONTHEND COLS 40-47 (SERVE MONTH-END
000300*                  SUBSCRIBERS ON A CYCLE THAT CLOSES THE MONTH
000310*                  BEFORE ITS LAST CALENDAR DAY). PRINTS THE
000320*                  DISPOSITION OF EVERY SUBSCRIBER ON DISTRPT.
000330*----------------------------------------------------------------*
000340
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.    FBDIST.
000370 AUTHOR.        R D MARKHAM.
000380 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000390 DATE-WRITTEN.  10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DST-SYSIN-STATUS.
000480
000490     SELECT SUBSCTL-FILE ASSIGN TO "SUBSCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DST-SUBSCTL-STATUS.
000520
000530     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS FB-VSAM-FULL-KEY
000570         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000590         FILE STATUS IS DST-VSAM-STATUS.
000600
000610     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS FB-RCTL-BUS-DATE
000650         FILE STATUS IS DST-RUNCTL-STATUS.
000660
000670     SELECT DISTLOG-FILE ASSIGN TO "DISTLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS DST-DISTLOG-STATUS.
000700
000710     SELECT DISTRPT-FILE ASSIGN TO "DISTRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DST-DISTRPT-STATUS.
000740
000750     SELECT DISTOUT1-FILE ASSIGN TO "DISTOUT1"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS DST-DISTOUT1-STATUS.
000780
000790     SELECT DISTOUT2-FILE ASSIGN TO "DISTOUT2"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS DST-DISTOUT2-STATUS.
000820
000830     SELECT DISTOUT3-FILE ASSIGN TO "DISTOUT3"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS DST-DISTOUT3-STATUS.
000860
000870     SELECT DISTOUT4-FILE ASSIGN TO "DISTOUT4"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS DST-DISTOUT4-STATUS.
000900
000910     SELECT DISTOUT5-FILE ASSIGN TO "DISTOUT5"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS DST-DISTOUT5-STATUS.
000940
000950     SELECT DISTOUT6-FILE ASSIGN TO "DISTOUT6"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS DST-DISTOUT6-STATUS.
000980
000990     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS DST-MSGLOG-STATUS.
001020
001030     SELECT OVRAUTH-FILE ASSIGN TO "OVRAUTH"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS DST-OVRAUTH-STATUS.
001060
001070     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS DST-OVRLOG-STATUS.
001100
001110     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS DST-STEPTIME-STATUS.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  SYSIN-FILE
001180     LABEL RECORDS ARE OMITTED.
001190 01  DST-DATE-CARD.
001200     05  DST-CARD-BUS-DATE     PIC X(08).
001210     05  FILLER                PIC X(01).
001220     05  DST-CARD-RESEND       PIC X(06).
001230     05  FILLER                PIC X(01).
001240     05  DST-CARD-SUBSCRIBER   PIC X(08).
001250     05  FILLER                PIC X(01).
001260     05  DST-CARD-OPERATOR     PIC X(08).
001270     05  FILLER                PIC X(01).
001280     05  DST-CARD-REASON       PIC X(04).
001290     05  FILLER                PIC X(01).
001300     05  DST-CARD-MONTHEND     PIC X(08).
001310     05  FILLER                PIC X(33).
001320
001330 FD  SUBSCTL-FILE
001340     LABEL RECORDS ARE OMITTED.
001350     COPY FBSUBCTL.
001360
001370 FD  VSAM-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY FBOUTREC.
001400
001410 FD  RUNCTL-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY FBRUNCTL.
001440
001450 FD  DISTLOG-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY FBDSTLOG.
001480
001490 FD  DISTRPT-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  DST-REPORT-RECORD         PIC X(80).
001520
001530 FD  DISTOUT1-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  DST-DISTOUT1-RECORD       PIC X(80).
001560
001570 FD  DISTOUT2-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  DST-DISTOUT2-RECORD       PIC X(80).
001600
001610 FD  DISTOUT3-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  DST-DISTOUT3-RECORD       PIC X(80).
001640
001650 FD  DISTOUT4-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 01  DST-DISTOUT4-RECORD       PIC X(80).
001680
001690 FD  DISTOUT5-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  DST-DISTOUT5-RECORD       PIC X(80).
001720
001730 FD  DISTOUT6-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  DST-DISTOUT6-RECORD       PIC X(80).
001760
001770 FD  MSGLOG-FILE
001780     LABEL RECORDS ARE STANDARD.
001790     COPY FBMSGLOG.
001800
001810 FD  OVRAUTH-FILE
001820     LABEL RECORDS ARE OMITTED.
001830     COPY FBOVRAUT.
001840
001850 FD  OVRLOG-FILE
001860     LABEL RECORDS ARE STANDARD.
001870     COPY FBOVRLOG.
001880
001890 FD  STEPTIME-FILE
001900     LABEL RECORDS ARE STANDARD.
001910     COPY FBSTEPTM.
001920
001930 WORKING-STORAGE SECTION.
001940 01  DST-FILE-STATUSES.
001950     05  DST-SYSIN-STATUS      PIC X(02) VALUE "00".
001960     05  DST-SUBSCTL-STATUS    PIC X(02) VALUE "00".
001970     05  DST-VSAM-STATUS       PIC X(02) VALUE "00".
001980     05  DST-RUNCTL-STATUS     PIC X(02) VALUE "00".
001990     05  DST-DISTLOG-STATUS    PIC X(02) VALUE "00".
002000     05  DST-DISTRPT-STATUS    PIC X(02) VALUE "00".
002010     05  DST-DISTOUT1-STATUS   PIC X(02) VALUE "00".
002020     05  DST-DISTOUT2-STATUS   PIC X(02) VALUE "00".
002030     05  DST-DISTOUT3-STATUS   PIC X(02) VALUE "00".
002040     05  DST-DISTOUT4-STATUS   PIC X(02) VALUE "00".
002050     05  DST-DISTOUT5-STATUS   PIC X(02) VALUE "00".
002060     05  DST-DISTOUT6-STATUS   PIC X(02) VALUE "00".
002070     05  DST-SLOT-STATUS       PIC X(02) VALUE "00".
002080     05  DST-MSGLOG-STATUS     PIC X(02) VALUE "00".
002090     05  DST-OVRAUTH-STATUS    PIC X(02) VALUE "00".
002100     05  DST-OVRLOG-STATUS     PIC X(02) VALUE "00".
002110     05  DST-STEPTIME-STATUS   PIC X(02) VALUE "00".
002120
002130 01  DST-SWITCHES.
002140     05  DST-SUBC-EOF-SW       PIC X(01) VALUE "N".
002150         88  DST-SUBC-AT-EOF           VALUE "Y".
002160     05  DST-LOG-EOF-SW        PIC X(01) VALUE "N".
002170         88  DST-LOG-AT-EOF            VALUE "Y".
002180     05  DST-VSAM-EOF-SW       PIC X(01) VALUE "N".
002190         88  DST-VSAM-AT-EOF           VALUE "Y".
002200     05  DST-RCTL-EOF-SW       PIC X(01) VALUE "N".
002210         88  DST-RCTL-AT-EOF           VALUE "Y".
002220     05  DST-RESEND-SW         PIC X(01) VALUE "N".
002230         88  DST-RESEND-PUNCHED        VALUE "Y".
002240     05  DST-MONTH-END-SW      PIC X(01) VALUE "N".
002250         88  DST-IS-MONTH-END          VALUE "Y".
002260     05  DST-ROW-VALID-SW      PIC X(01) VALUE "Y".
002270         88  DST-ROW-IS-VALID          VALUE "Y".
002280         88  DST-ROW-IS-INVALID        VALUE "N".
002290     05  DST-SELECT-FOUND-SW   PIC X(01) VALUE "N".
002300         88  DST-SELECT-WAS-FOUND      VALUE "Y".
002310     05  DST-OVR-AUTH-SW       PIC X(01) VALUE "N".
002320         88  DST-OVERRIDE-HONORED      VALUE "Y".
002330     05  DST-OVRAUTH-EOF-SW    PIC X(01) VALUE "N".
002340         88  DST-OVRAUTH-AT-EOF        VALUE "Y".
002350
002360 01  DST-SUB-LIMIT             PIC 9(01) VALUE 6.
002370
002380*    THE SUBSCRIBERS LOADED FROM SUBSCTL, WITH WHAT THIS RUN FOUND
002390*    ON THE DISTRIBUTION LOG FOR EACH AND WHAT IT DELIVERED. THE
002400*    STATE SAYS WHAT BECOMES OF THE SUBSCRIBER THIS RUN.
002410 01  DST-SUBSCRIBER-TABLE.
002420     05  DST-SUB-ENTRY OCCURS 6 TIMES.
002430         10  DST-SUB-ID        PIC X(08).
002440         10  DST-SUB-CLASSES   PIC X(04).
002450         10  DST-SUB-KEY-FROM  PIC 9(09).
002460         10  DST-SUB-KEY-THRU  PIC 9(09).
002470         10  DST-SUB-FORMAT    PIC X(01).
002480         10  DST-SUB-FREQUENCY PIC X(01).
002490             88  DST-SUB-DAILY         VALUE "D".
002500         10  DST-SUB-SLOT      PIC 9(01).
002510         10  DST-SUB-DSN       PIC X(44).
002520         10  DST-SUB-STATE     PIC X(01).
002530             88  DST-SUB-TO-DELIVER    VALUE "A".
002540             88  DST-SUB-NOT-DUE       VALUE "N".
002550             88  DST-SUB-NOT-SELECTED  VALUE "S".
002560             88  DST-SUB-HELD          VALUE "H".
002570             88  DST-SUB-FAILED        VALUE "F".
002580         10  DST-SUB-REDELIVER-SW
002590                               PIC X(01).
002600             88  DST-SUB-REDELIVERY    VALUE "Y".
002610         10  DST-SUB-PRIOR-COUNT
002620                               PIC 9(03).
002630         10  DST-SUB-LAST-DATE PIC 9(08).
002640         10  DST-SUB-MISSED    PIC 9(03).
002650         10  DST-SUB-FIRST-MISSED
002660                               PIC 9(08).
002670         10  DST-SUB-COUNT     PIC 9(09).
002680         10  DST-SUB-HASH-WORK PIC 9(16).
002690         10  DST-SUB-HASH      PIC 9(15).
002700 01  DST-SUB-LOADED            PIC 9(01) VALUE 0.
002710 01  DST-SUB-SUB               PIC 9(02) VALUE 0.
002720 01  DST-CHECK-SUB             PIC 9(02) VALUE 0.
002730 01  DST-CLASS-SUB             PIC 9(02) VALUE 0.
002740 01  DST-FOUND-SUB             PIC 9(02) VALUE 0.
002750
002760*    DAYS IN EACH MONTH, FEBRUARY AS IN A COMMON YEAR.
002770 01  DST-MONTH-DAYS-VALUES     PIC X(24)
002780         VALUE "312831303130313130313031".
002790 01  DST-MONTH-DAYS-TABLE REDEFINES DST-MONTH-DAYS-VALUES.
002800     05  DST-MONTH-DAYS        PIC 9(02) OCCURS 12 TIMES.
002810
002820 01  DST-WORK-FIELDS.
002830     05  DST-BUS-DATE-KEY      PIC 9(08) VALUE 0.
002840     05  DST-BUS-DATE-PARTS REDEFINES DST-BUS-DATE-KEY.
002850         10  DST-BUS-YYYY      PIC 9(04).
002860         10  DST-BUS-MM        PIC 9(02).
002870         10  DST-BUS-DD        PIC 9(02).
002880     05  DST-RUN-ID            PIC X(14) VALUE SPACES.
002890     05  DST-SELECT-SUBSCRIBER PIC X(08) VALUE SPACES.
002900     05  DST-LAST-DAY          PIC 9(02) VALUE 0.
002910     05  DST-LEAP-QUOT         PIC 9(04) VALUE 0.
002920     05  DST-LEAP-REM          PIC 9(03) VALUE 0.
002930     05  DST-ROW-KEY-FROM      PIC 9(09) VALUE 0.
002940     05  DST-ROW-KEY-THRU      PIC 9(09) VALUE 0.
002950     05  DST-ROW-NOTE          PIC X(30) VALUE SPACES.
002960     05  DST-KEY-WORK-X        PIC X(09) VALUE SPACES.
002970     05  DST-KEY-WORK REDEFINES DST-KEY-WORK-X
002980                               PIC 9(09).
002990     05  DST-LOG-DATE-X        PIC X(08) VALUE SPACES.
003000     05  DST-LOG-DATE REDEFINES DST-LOG-DATE-X
003010                               PIC 9(08).
003020     05  DST-EARLIEST-LAST     PIC 9(08) VALUE 0.
003030     05  DST-CLASS-HITS        PIC 9(02) VALUE 0.
003040     05  DST-TEXT-LEN          PIC 9(02) VALUE 0.
003050     05  DST-OUT-LINE          PIC X(80) VALUE SPACES.
003060     05  DST-DISP-WORD         PIC X(12) VALUE SPACES.
003070
003080*    THE FIXED-WIDTH LAYOUTS - HEADER, DETAIL AND TRAILER.
003090 01  DST-FIXED-HEADER.
003100     05  DST-FXH-TAG           PIC X(03) VALUE "HDR".
003110     05  DST-FXH-SUBSCRIBER    PIC X(08) VALUE SPACES.
003120     05  DST-FXH-BUS-DATE      PIC 9(08) VALUE 0.
003130     05  DST-FXH-RUN-ID        PIC X(14) VALUE SPACES.
003140     05  FILLER                PIC X(47) VALUE SPACES.
003150 01  DST-FIXED-DETAIL.
003160     05  DST-FXD-KEY           PIC 9(09) VALUE 0.
003170     05  DST-FXD-CLASS         PIC X(01) VALUE SPACE.
003180     05  DST-FXD-TEXT          PIC X(20) VALUE SPACES.
003190     05  DST-FXD-PROFILE       PIC X(04) VALUE SPACES.
003200     05  FILLER                PIC X(46) VALUE SPACES.
003210 01  DST-FIXED-TRAILER.
003220     05  DST-FXT-TAG           PIC X(03) VALUE "TRL".
003230     05  DST-FXT-COUNT         PIC 9(09) VALUE 0.
003240     05  DST-FXT-HASH          PIC 9(15) VALUE 0.
003250     05  FILLER                PIC X(53) VALUE SPACES.
003260
003270 01  DST-COUNTERS.
003280     05  DST-VSAM-READ         PIC 9(09) VALUE 0.
003290     05  DST-DUE-COUNT         PIC 9(01) VALUE 0.
003300     05  DST-DELIVERED-COUNT   PIC 9(01) VALUE 0.
003310     05  DST-HELD-COUNT        PIC 9(01) VALUE 0.
003320     05  DST-FAILED-COUNT      PIC 9(01) VALUE 0.
003330     05  DST-MISSED-COUNT      PIC 9(01) VALUE 0.
003340     05  DST-ROWS-REJECTED     PIC 9(03) VALUE 0.
003350
003360 01  DST-REPORT-CONTROL.
003370     05  DST-LINE-COUNT        PIC 9(03) VALUE 0.
003380     05  DST-LINES-PER-PAGE    PIC 9(03) VALUE 60.
003390     05  DST-PAGE-COUNT        PIC 9(07) VALUE 0.
003400     05  DST-DETAIL-LINE       PIC X(80) VALUE SPACES.
003410
003420 01  DST-CURRENT-DATE.
003430     05  DST-CUR-YYYY          PIC 9(04).
003440     05  DST-CUR-MM            PIC 9(02).
003450     05  DST-CUR-DD            PIC 9(02).
003460 01  DST-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
003470
003480*    THE GATE OVERRIDE BEING CHECKED: WHO PUNCHED IT AND WHY, ITS
003490*    TYPE, THE CYCLE'S RUN ID WHEN KNOWN, AND WHY IT WAS REFUSED.
003500 01  DST-OVERRIDE-CONTROL.
003510     05  DST-OVR-OPERATOR      PIC X(08) VALUE SPACES.
003520     05  DST-OVR-REASON        PIC X(04) VALUE SPACES.
003530     05  DST-OVR-TYPE          PIC X(08) VALUE SPACES.
003540     05  DST-OVR-RUN-ID        PIC X(14) VALUE SPACES.
003550     05  DST-OVR-NOTE          PIC X(30) VALUE SPACES.
003560
003570 01  DST-CURRENT-TIME.
003580     05  DST-CUR-HH            PIC 9(02).
003590     05  DST-CUR-MIN           PIC 9(02).
003600     05  DST-CUR-SS            PIC 9(02).
003610     05  FILLER                PIC 9(02).
003620 01  DST-RUN-TIME-DISPLAY      PIC X(08) VALUE SPACES.
003630
003640*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
003650*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
003660 01  DST-STEP-TIMING.
003670     05  DST-TIM-START-DATE    PIC X(08) VALUE SPACES.
003680     05  DST-TIM-START-TIME.
003690         10  DST-TIM-START-HH  PIC 9(02) VALUE 0.
003700         10  DST-TIM-START-MI  PIC 9(02) VALUE 0.
003710         10  DST-TIM-START-SS  PIC 9(02) VALUE 0.
003720         10  DST-TIM-START-HS  PIC 9(02) VALUE 0.
003730     05  DST-TIM-END-DATE      PIC X(08) VALUE SPACES.
003740     05  DST-TIM-END-TIME.
003750         10  DST-TIM-END-HH    PIC 9(02) VALUE 0.
003760         10  DST-TIM-END-MI    PIC 9(02) VALUE 0.
003770         10  DST-TIM-END-SS    PIC 9(02) VALUE 0.
003780         10  DST-TIM-END-HS    PIC 9(02) VALUE 0.
003790     05  DST-TIM-START-SECS    PIC 9(06) VALUE 0.
003800     05  DST-TIM-END-SECS      PIC 9(06) VALUE 0.
003810     05  DST-TIM-WORK          PIC 9(06) VALUE 0.
003820
003830*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
003840*    TO SYSOUT AND TO MSGLOG.
003850 01  DST-MESSAGE-AREA.
003860     05  DST-MSG-TEXT          PIC X(132) VALUE SPACES.
003870     05  DST-MSG-LEN           PIC 9(03) VALUE 0.
003880     05  DST-MSGLOG-SW         PIC X(01) VALUE "N".
003890         88  DST-MSGLOG-NOT-OPENED     VALUE "N".
003900         88  DST-MSGLOG-IS-OPEN        VALUE "Y".
003910         88  DST-MSGLOG-UNAVAILABLE    VALUE "U".
003920 01  DST-MSG-DATE.
003930     05  DST-MSG-YYYY          PIC 9(04).
003940     05  DST-MSG-MM            PIC 9(02).
003950     05  DST-MSG-DD            PIC 9(02).
003960 01  DST-MSG-TIME.
003970     05  DST-MSG-HH            PIC 9(02).
003980     05  DST-MSG-MI            PIC 9(02).
003990     05  DST-MSG-SS            PIC 9(02).
004000     05  DST-MSG-HS            PIC 9(02).
004010
004020 PROCEDURE DIVISION.
004030 0000-MAINLINE.
004040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004050     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
004060     PERFORM 1100-LOAD-SUBSCRIPTIONS THRU 1100-EXIT.
004070     PERFORM 1300-CHECK-DISTRIBUTION-LOG THRU 1300-EXIT.
004080     PERFORM 1400-CHECK-MISSED-DELIVERY THRU 1400-EXIT.
004090     PERFORM 1500-SELECT-DUE-SUBSCRIBERS THRU 1500-EXIT.
004100     PERFORM 2000-DISTRIBUTE THRU 2000-EXIT.
004110     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004120     GO TO 9999-EXIT.
004130
004140*-----------------------------------------------------------------
004150* 1000-INITIALIZE
004160* READS THE BUSINESS-DATE CARD (WITH THE RESEND AND MONTHEND
004170* KEYWORDS, THE ONE-SUBSCRIBER SELECTION AND THE OPERATOR ID AND
004180* REASON CODE THAT GO WITH A RESEND), DECIDES WHETHER THE DATE
004190* CLOSES ITS MONTH AND OPENS THE DISPOSITION REPORT. A MISSING OR
004200* BLANK CARD DISTRIBUTES TODAY'S CYCLE ON THE SYSTEM DATE.
004210*-----------------------------------------------------------------
004220 1000-INITIALIZE.
004230     ACCEPT DST-TIM-START-DATE FROM DATE YYYYMMDD.
004240     ACCEPT DST-TIM-START-TIME FROM TIME.
004250     ACCEPT DST-CURRENT-DATE FROM DATE YYYYMMDD.
004260     STRING DST-CUR-MM   DELIMITED BY SIZE
004270            "/"          DELIMITED BY SIZE
004280            DST-CUR-DD   DELIMITED BY SIZE
004290            "/"          DELIMITED BY SIZE
004300            DST-CUR-YYYY DELIMITED BY SIZE
004310       INTO DST-RUN-DATE-DISPLAY.
004320     ACCEPT DST-CURRENT-TIME FROM TIME.
004330     STRING DST-CUR-HH    DELIMITED BY SIZE
004340            ":"           DELIMITED BY SIZE
004350            DST-CUR-MIN   DELIMITED BY SIZE
004360            ":"           DELIMITED BY SIZE
004370            DST-CUR-SS    DELIMITED BY SIZE
004380       INTO DST-RUN-TIME-DISPLAY.
004390     MOVE DST-CURRENT-DATE TO DST-BUS-DATE-KEY.
004400     OPEN INPUT SYSIN-FILE.
004410     IF DST-SYSIN-STATUS = "00"
004420       READ SYSIN-FILE
004430         AT END
004440           CONTINUE
004450         NOT AT END
004460           IF DST-CARD-RESEND = "RESEND"
004470             SET DST-RESEND-PUNCHED TO TRUE
004480           END-IF
004490           IF DST-CARD-MONTHEND = "MONTHEND"
004500             SET DST-IS-MONTH-END TO TRUE
004510           END-IF
004520           MOVE DST-CARD-SUBSCRIBER TO DST-SELECT-SUBSCRIBER
004530           MOVE DST-CARD-OPERATOR TO DST-OVR-OPERATOR
004540           MOVE DST-CARD-REASON TO DST-OVR-REASON
004550           IF DST-CARD-BUS-DATE NOT = SPACES
004560             IF DST-CARD-BUS-DATE NOT NUMERIC
004570               MOVE SPACES TO DST-MSG-TEXT
004580               STRING "FBDIST0001E BUSINESS DATE CARD INVALID "
004590                                                 DELIMITED BY SIZE
004600                      "- STEP REJECTED"          DELIMITED BY SIZE
004610                 INTO DST-MSG-TEXT
004620               PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004630               MOVE 16 TO RETURN-CODE
004640               CLOSE SYSIN-FILE
004650               GO TO 9999-EXIT
004660             END-IF
004670             MOVE DST-CARD-BUS-DATE(5:4)
004680               TO DST-BUS-DATE-KEY(1:4)
004690             MOVE DST-CARD-BUS-DATE(1:2)
004700               TO DST-BUS-DATE-KEY(5:2)
004710             MOVE DST-CARD-BUS-DATE(3:2)
004720               TO DST-BUS-DATE-KEY(7:2)
004730           END-IF
004740       END-READ
004750       CLOSE SYSIN-FILE
004760     END-IF.
004770     PERFORM 1050-CHECK-MONTH-END THRU 1050-EXIT.
004780     OPEN OUTPUT DISTRPT-FILE.
004790     IF DST-DISTRPT-STATUS NOT = "00"
004800       MOVE "FBDIST0002E DISTRPT OPEN FAILED - STEP REJECTED"
004810         TO DST-MSG-TEXT
004820       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004830       MOVE 16 TO RETURN-CODE
004840       GO TO 9999-EXIT
004850     END-IF.
004860     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
004870 1000-EXIT.
004880     EXIT.
004890
004900*    THE BUSINESS DATE CLOSES ITS MONTH WHEN IT IS THE MONTH'S
004910*    LAST CALENDAR DAY - FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
004920*    BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
004930 1050-CHECK-MONTH-END.
004940     IF DST-BUS-MM < 1 OR DST-BUS-MM > 12
004950       GO TO 1050-EXIT
004960     END-IF.
004970     MOVE DST-MONTH-DAYS(DST-BUS-MM) TO DST-LAST-DAY.
004980     IF DST-BUS-MM = 2
004990       DIVIDE DST-BUS-YYYY BY 4
005000         GIVING DST-LEAP-QUOT REMAINDER DST-LEAP-REM
005010       IF DST-LEAP-REM = 0
005020         MOVE 29 TO DST-LAST-DAY
005030       END-IF
005040       DIVIDE DST-BUS-YYYY BY 100
005050         GIVING DST-LEAP-QUOT REMAINDER DST-LEAP-REM
005060       IF DST-LEAP-REM = 0
005070         MOVE 28 TO DST-LAST-DAY
005080       END-IF
005090       DIVIDE DST-BUS-YYYY BY 400
005100         GIVING DST-LEAP-QUOT REMAINDER DST-LEAP-REM
005110       IF DST-LEAP-REM = 0
005120         MOVE 29 TO DST-LAST-DAY
005130       END-IF
005140     END-IF.
005150     IF DST-BUS-DD = DST-LAST-DAY
005160       SET DST-IS-MONTH-END TO TRUE
005170     END-IF.
005180 1050-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220* 1100-LOAD-SUBSCRIPTIONS
005230* LOADS THE SUBSCRIPTION CONTROL FILE (SUBSCTL). A ROW THAT FAILS
005240* VALIDATION IS REJECTED WITH A WARNING (RC 4) AND THE OTHER
005250* SUBSCRIBERS ARE STILL SERVED. A MISSING SUBSCTL, A FILE WITH NO
005260* USABLE ROW, OR A SUBSCRIBER ON THE CARD THAT IS NOT ON SUBSCTL
005270* REJECTS THE STEP (RC 16).
005280*-----------------------------------------------------------------
005290 1100-LOAD-SUBSCRIPTIONS.
005300     OPEN INPUT SUBSCTL-FILE.
005310     IF DST-SUBSCTL-STATUS NOT = "00"
005320       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
005330       MOVE "FBDIST0007E SUBSCTL NOT AVAILABLE - STEP REJECTED"
005340         TO DST-MSG-TEXT
005350       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005360       MOVE 16 TO RETURN-CODE
005370       GO TO 9999-EXIT
005380     END-IF.
005390     PERFORM 1110-LOAD-ONE-ROW THRU 1110-EXIT
005400       UNTIL DST-SUBC-AT-EOF.
005410     CLOSE SUBSCTL-FILE.
005420     IF DST-SUB-LOADED = 0
005430       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
005440       MOVE "FBDIST0010E NO USABLE SUBSCTL ROW - STEP REJECTED"
005450         TO DST-MSG-TEXT
005460       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005470       MOVE 16 TO RETURN-CODE
005480       GO TO 9999-EXIT
005490     END-IF.
005500     IF DST-SELECT-SUBSCRIBER NOT = SPACES
005510       PERFORM 1150-FIND-SELECTED THRU 1150-EXIT
005520         VARYING DST-SUB-SUB FROM 1 BY 1
005530           UNTIL DST-SUB-SUB > DST-SUB-LOADED
005540       IF NOT DST-SELECT-WAS-FOUND
005550         PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
005560         MOVE SPACES TO DST-MSG-TEXT
005570         STRING "FBDIST0011E SUBSCRIBER "        DELIMITED BY SIZE
005580                DST-SELECT-SUBSCRIBER           DELIMITED BY SPACE
005590                " ON CARD IS NOT ON SUBSCTL - STEP REJECTED"
005600                                                 DELIMITED BY SIZE
005610           INTO DST-MSG-TEXT
005620         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005630         MOVE 16 TO RETURN-CODE
005640         GO TO 9999-EXIT
005650       END-IF
005660     END-IF.
005670 1100-EXIT.
005680     EXIT.
005690
005700 1110-LOAD-ONE-ROW.
005710     READ SUBSCTL-FILE
005720       AT END
005730         SET DST-SUBC-AT-EOF TO TRUE
005740         GO TO 1110-EXIT
005750     END-READ.
005760     IF FB-SUBC-RECORD = SPACES
005770       OR FB-SUBC-SUBSCRIBER(1:1) = "*"
005780       GO TO 1110-EXIT
005790     END-IF.
005800     PERFORM 1120-VALIDATE-ROW THRU 1120-EXIT.
005810     IF DST-ROW-IS-INVALID
005820       ADD 1 TO DST-ROWS-REJECTED
005830       MOVE SPACES TO DST-MSG-TEXT
005840       STRING "FBDIST0008W SUBSCTL ROW FOR "     DELIMITED BY SIZE
005850              FB-SUBC-SUBSCRIBER                DELIMITED BY SPACE
005860              " REJECTED - "                     DELIMITED BY SIZE
005870              DST-ROW-NOTE                       DELIMITED BY SIZE
005880         INTO DST-MSG-TEXT
005890       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005900       MOVE 4 TO RETURN-CODE
005910       GO TO 1110-EXIT
005920     END-IF.
005930     IF DST-SUB-LOADED >= DST-SUB-LIMIT
005940       ADD 1 TO DST-ROWS-REJECTED
005950       MOVE SPACES TO DST-MSG-TEXT
005960       STRING "FBDIST0009W MORE THAN 6 SUBSCRIBERS - "
005970                                                 DELIMITED BY SIZE
005980              FB-SUBC-SUBSCRIBER                DELIMITED BY SPACE
005990              " IGNORED"                         DELIMITED BY SIZE
006000         INTO DST-MSG-TEXT
006010       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006020       MOVE 4 TO RETURN-CODE
006030       GO TO 1110-EXIT
006040     END-IF.
006050     ADD 1 TO DST-SUB-LOADED.
006060     MOVE DST-SUB-LOADED TO DST-SUB-SUB.
006070     MOVE FB-SUBC-SUBSCRIBER TO DST-SUB-ID(DST-SUB-SUB).
006080     MOVE FB-SUBC-CLASSES TO DST-SUB-CLASSES(DST-SUB-SUB).
006090     MOVE DST-ROW-KEY-FROM TO DST-SUB-KEY-FROM(DST-SUB-SUB).
006100     MOVE DST-ROW-KEY-THRU TO DST-SUB-KEY-THRU(DST-SUB-SUB).
006110     MOVE FB-SUBC-FORMAT TO DST-SUB-FORMAT(DST-SUB-SUB).
006120     MOVE FB-SUBC-FREQUENCY TO DST-SUB-FREQUENCY(DST-SUB-SUB).
006130     MOVE FB-SUBC-SLOT TO DST-SUB-SLOT(DST-SUB-SUB).
006140     MOVE FB-SUBC-DSN TO DST-SUB-DSN(DST-SUB-SUB).
006150     MOVE "N" TO DST-SUB-STATE(DST-SUB-SUB).
006160     MOVE "N" TO DST-SUB-REDELIVER-SW(DST-SUB-SUB).
006170     MOVE 0 TO DST-SUB-PRIOR-COUNT(DST-SUB-SUB).
006180     MOVE 0 TO DST-SUB-LAST-DATE(DST-SUB-SUB).
006190     MOVE 0 TO DST-SUB-MISSED(DST-SUB-SUB).
006200     MOVE 0 TO DST-SUB-FIRST-MISSED(DST-SUB-SUB).
006210     MOVE 0 TO DST-SUB-COUNT(DST-SUB-SUB).
006220     MOVE 0 TO DST-SUB-HASH-WORK(DST-SUB-SUB).
006230     MOVE 0 TO DST-SUB-HASH(DST-SUB-SUB).
006240 1110-EXIT.
006250     EXIT.
006260
006270*    A ROW NEEDS A SUBSCRIBER ID NOT ALREADY LOADED, CLASS LETTERS
006280*    FROM S, M, N AND O, A NUMERIC KEY RANGE IN ORDER, A KNOWN
006290*    FORMAT AND FREQUENCY, AN OUTPUT SLOT NO OTHER SUBSCRIBER
006300*    HOLDS AND A DELIVERY DATASET NAME.
006310 1120-VALIDATE-ROW.
006320     SET DST-ROW-IS-VALID TO TRUE.
006330     MOVE SPACES TO DST-ROW-NOTE.
006340     IF FB-SUBC-SUBSCRIBER = SPACES
006350       MOVE "NO SUBSCRIBER ID" TO DST-ROW-NOTE
006360       GO TO 1120-INVALID
006370     END-IF.
006380     PERFORM 1130-CHECK-ONE-CLASS THRU 1130-EXIT
006390       VARYING DST-CLASS-SUB FROM 1 BY 1
006400         UNTIL DST-CLASS-SUB > 4
006410           OR DST-ROW-IS-INVALID.
006420     IF DST-ROW-IS-INVALID
006430       MOVE "CLASS FILTER NOT S, M, N OR O" TO DST-ROW-NOTE
006440       GO TO 1120-EXIT
006450     END-IF.
006460     MOVE 0 TO DST-ROW-KEY-FROM.
006470     MOVE 999999999 TO DST-ROW-KEY-THRU.
006480     IF FB-SUBC-KEY-FROM NOT = SPACES
006490       MOVE FB-SUBC-KEY-FROM TO DST-KEY-WORK-X
006500       IF DST-KEY-WORK-X NOT NUMERIC
006510         MOVE "KEY FROM NOT NUMERIC" TO DST-ROW-NOTE
006520         GO TO 1120-INVALID
006530       END-IF
006540       MOVE DST-KEY-WORK TO DST-ROW-KEY-FROM
006550     END-IF.
006560     IF FB-SUBC-KEY-THRU NOT = SPACES
006570       MOVE FB-SUBC-KEY-THRU TO DST-KEY-WORK-X
006580       IF DST-KEY-WORK-X NOT NUMERIC
006590         MOVE "KEY THRU NOT NUMERIC" TO DST-ROW-NOTE
006600         GO TO 1120-INVALID
006610       END-IF
006620       MOVE DST-KEY-WORK TO DST-ROW-KEY-THRU
006630     END-IF.
006640     IF DST-ROW-KEY-FROM > DST-ROW-KEY-THRU
006650       MOVE "KEY FROM AFTER KEY THRU" TO DST-ROW-NOTE
006660       GO TO 1120-INVALID
006670     END-IF.
006680     IF NOT FB-SUBC-PIPE AND NOT FB-SUBC-FIXED AND NOT FB-SUBC-CSV
006690       MOVE "FORMAT NOT P, F OR C" TO DST-ROW-NOTE
006700       GO TO 1120-INVALID
006710     END-IF.
006720     IF NOT FB-SUBC-DAILY AND NOT FB-SUBC-MONTH-END
006730       MOVE "FREQUENCY NOT D OR M" TO DST-ROW-NOTE
006740       GO TO 1120-INVALID
006750     END-IF.
006760     IF FB-SUBC-SLOT < "1" OR FB-SUBC-SLOT > "6"
006770       MOVE "OUTPUT SLOT NOT 1-6" TO DST-ROW-NOTE
006780       GO TO 1120-INVALID
006790     END-IF.
006800     IF FB-SUBC-DSN = SPACES
006810       MOVE "NO DELIVERY DATASET NAME" TO DST-ROW-NOTE
006820       GO TO 1120-INVALID
006830     END-IF.
006840     PERFORM 1140-CHECK-ONE-LOADED THRU 1140-EXIT
006850       VARYING DST-CHECK-SUB FROM 1 BY 1
006860         UNTIL DST-CHECK-SUB > DST-SUB-LOADED
006870           OR DST-ROW-IS-INVALID.
006880     GO TO 1120-EXIT.
006890 1120-INVALID.
006900     SET DST-ROW-IS-INVALID TO TRUE.
006910 1120-EXIT.
006920     EXIT.
006930
006940 1130-CHECK-ONE-CLASS.
006950     IF FB-SUBC-CLASSES(DST-CLASS-SUB:1) NOT = SPACE
006960       AND FB-SUBC-CLASSES(DST-CLASS-SUB:1) NOT = "S"
006970       AND FB-SUBC-CLASSES(DST-CLASS-SUB:1) NOT = "M"
006980       AND FB-SUBC-CLASSES(DST-CLASS-SUB:1) NOT = "N"
006990       AND FB-SUBC-CLASSES(DST-CLASS-SUB:1) NOT = "O"
007000       SET DST-ROW-IS-INVALID TO TRUE
007010     END-IF.
007020 1130-EXIT.
007030     EXIT.
007040
007050 1140-CHECK-ONE-LOADED.
007060     IF DST-SUB-ID(DST-CHECK-SUB) = FB-SUBC-SUBSCRIBER
007070       MOVE "SUBSCRIBER ALREADY ON SUBSCTL" TO DST-ROW-NOTE
007080       SET DST-ROW-IS-INVALID TO TRUE
007090       GO TO 1140-EXIT
007100     END-IF.
007110     IF DST-SUB-SLOT(DST-CHECK-SUB) = FB-SUBC-SLOT
007120       MOVE "OUTPUT SLOT ALREADY IN USE" TO DST-ROW-NOTE
007130       SET DST-ROW-IS-INVALID TO TRUE
007140     END-IF.
007150 1140-EXIT.
007160     EXIT.
007170
007180 1150-FIND-SELECTED.
007190     IF DST-SUB-ID(DST-SUB-SUB) = DST-SELECT-SUBSCRIBER
007200       SET DST-SELECT-WAS-FOUND TO TRUE
007210     END-IF.
007220 1150-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------------
007260* 1200-CHECK-RUN-CONTROL
007270* THE DISTRIBUTION GATE. REFUSES (RC 12) WHEN THE CYCLE'S RUNCTL
007280* RECORD IS MISSING, WHEN FBVERIFY HAS NOT STAMPED IT PASSED, OR
007290* WHEN FBRECON HAS NOT STAMPED IT BALANCED - NO SUBSCRIBER IS
007300* SENT CONTENT THE CYCLE'S OWN CHECKS HAVE NOT PROVED. THE RUN
007310* ID FOR THE HEADERS IS TAKEN FROM THE RUNCTL RECORD.
007320*-----------------------------------------------------------------
007330 1200-CHECK-RUN-CONTROL.
007340     OPEN INPUT RUNCTL-FILE.
007350     IF DST-RUNCTL-STATUS NOT = "00"
007360       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
007370       MOVE "FBDIST0003E RUNCTL NOT AVAILABLE - DISTRIBUTION HELD"
007380         TO DST-MSG-TEXT
007390       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007400       MOVE 12 TO RETURN-CODE
007410       GO TO 9999-EXIT
007420     END-IF.
007430     MOVE DST-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
007440     READ RUNCTL-FILE
007450       INVALID KEY
007460         CLOSE RUNCTL-FILE
007470         PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
007480         MOVE SPACES TO DST-MSG-TEXT
007490         STRING "FBDIST0004E NO RUNCTL RECORD FOR "
007500                                                 DELIMITED BY SIZE
007510                DST-BUS-DATE-KEY                 DELIMITED BY SIZE
007520                " - DISTRIBUTION HELD"           DELIMITED BY SIZE
007530           INTO DST-MSG-TEXT
007540         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007550         MOVE 12 TO RETURN-CODE
007560         GO TO 9999-EXIT
007570     END-READ.
007580     CLOSE RUNCTL-FILE.
007590     MOVE FB-RCTL-MAIN-RUN-ID TO DST-RUN-ID.
007600     MOVE FB-RCTL-MAIN-RUN-ID TO DST-OVR-RUN-ID.
007610     IF NOT FB-RCTL-VERIFY-PASSED
007620       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
007630       MOVE SPACES TO DST-MSG-TEXT
007640       STRING "FBDIST0005E FBVERIFY NOT PASSED FOR "
007650                                                 DELIMITED BY SIZE
007660              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
007670              " - DISTRIBUTION HELD"             DELIMITED BY SIZE
007680         INTO DST-MSG-TEXT
007690       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007700       MOVE 12 TO RETURN-CODE
007710       GO TO 9999-EXIT
007720     END-IF.
007730     IF NOT FB-RCTL-RECON-BALANCED
007740       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
007750       MOVE SPACES TO DST-MSG-TEXT
007760       STRING "FBDIST0006E FBRECON NOT BALANCED FOR "
007770                                                 DELIMITED BY SIZE
007780              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
007790              " - DISTRIBUTION HELD"             DELIMITED BY SIZE
007800         INTO DST-MSG-TEXT
007810       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007820       MOVE 12 TO RETURN-CODE
007830       GO TO 9999-EXIT
007840     END-IF.
007850 1200-EXIT.
007860     EXIT.
007870
007880*-----------------------------------------------------------------
007890* 1300-CHECK-DISTRIBUTION-LOG
007900* SCANS THE DISTRIBUTION LOG. FOR EACH SUBSCRIBER IT COUNTS THE
007910* DELIVERIES ALREADY MADE FOR THIS BUSINESS DATE AND FINDS ITS
007920* LATEST DELIVERY FOR AN EARLIER DATE. HELD AND FAILED ROWS ARE
007930* NOT DELIVERIES. A MISSING LOG JUST MEANS NOTHING HAS EVER BEEN
007940* DISTRIBUTED.
007950*-----------------------------------------------------------------
007960 1300-CHECK-DISTRIBUTION-LOG.
007970     OPEN INPUT DISTLOG-FILE.
007980     IF DST-DISTLOG-STATUS NOT = "00"
007990       GO TO 1300-EXIT
008000     END-IF.
008010     PERFORM 1310-SCAN-ONE-LOG-ROW THRU 1310-EXIT
008020       UNTIL DST-LOG-AT-EOF.
008030     CLOSE DISTLOG-FILE.
008040 1300-EXIT.
008050     EXIT.
008060
008070 1310-SCAN-ONE-LOG-ROW.
008080     READ DISTLOG-FILE
008090       AT END
008100         SET DST-LOG-AT-EOF TO TRUE
008110         GO TO 1310-EXIT
008120     END-READ.
008130     IF NOT FB-DLOG-DELIVERED AND NOT FB-DLOG-REDELIVERED
008140       GO TO 1310-EXIT
008150     END-IF.
008160     MOVE FB-DLOG-BUS-DATE TO DST-LOG-DATE-X.
008170     IF DST-LOG-DATE-X NOT NUMERIC
008180       GO TO 1310-EXIT
008190     END-IF.
008200     MOVE 0 TO DST-FOUND-SUB.
008210     PERFORM 1320-FIND-LOG-SUBSCRIBER THRU 1320-EXIT
008220       VARYING DST-SUB-SUB FROM 1 BY 1
008230         UNTIL DST-SUB-SUB > DST-SUB-LOADED
008240           OR DST-FOUND-SUB > 0.
008250     IF DST-FOUND-SUB = 0
008260       GO TO 1310-EXIT
008270     END-IF.
008280     IF DST-LOG-DATE = DST-BUS-DATE-KEY
008290       ADD 1 TO DST-SUB-PRIOR-COUNT(DST-FOUND-SUB)
008300       GO TO 1310-EXIT
008310     END-IF.
008320     IF DST-LOG-DATE < DST-BUS-DATE-KEY
008330       AND DST-LOG-DATE > DST-SUB-LAST-DATE(DST-FOUND-SUB)
008340       MOVE DST-LOG-DATE TO DST-SUB-LAST-DATE(DST-FOUND-SUB)
008350     END-IF.
008360 1310-EXIT.
008370     EXIT.
008380
008390 1320-FIND-LOG-SUBSCRIBER.
008400     IF DST-SUB-ID(DST-SUB-SUB) = FB-DLOG-SUBSCRIBER
008410       MOVE DST-SUB-SUB TO DST-FOUND-SUB
008420     END-IF.
008430 1320-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------------------
008470* 1400-CHECK-MISSED-DELIVERY
008480* A DAILY SUBSCRIBER IS OWED EVERY CYCLE THAT PASSED THE GATE.
008490* RUNCTL IS READ FORWARD FROM THE EARLIEST LAST DELIVERY TO THE
008500* DAY BEFORE THIS BUSINESS DATE, AND EVERY CYCLE STAMPED VERIFIED
008510* AND BALANCED AFTER A DAILY SUBSCRIBER'S LAST DELIVERY IS A
008520* DELIVERY IT MISSED (RC 4). A SUBSCRIBER NEVER YET DELIVERED IS
008530* NOT CHECKED.
008540*-----------------------------------------------------------------
008550 1400-CHECK-MISSED-DELIVERY.
008560     MOVE 0 TO DST-EARLIEST-LAST.
008570     PERFORM 1410-FIND-EARLIEST-LAST THRU 1410-EXIT
008580       VARYING DST-SUB-SUB FROM 1 BY 1
008590         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
008600     IF DST-EARLIEST-LAST = 0
008610       GO TO 1400-EXIT
008620     END-IF.
008630     OPEN INPUT RUNCTL-FILE.
008640     IF DST-RUNCTL-STATUS NOT = "00"
008650       GO TO 1400-EXIT
008660     END-IF.
008670     MOVE DST-EARLIEST-LAST TO FB-RCTL-BUS-DATE.
008680     START RUNCTL-FILE KEY IS GREATER THAN FB-RCTL-BUS-DATE
008690       INVALID KEY
008700         SET DST-RCTL-AT-EOF TO TRUE
008710     END-START.
008720     PERFORM 1420-CHECK-ONE-CYCLE THRU 1420-EXIT
008730       UNTIL DST-RCTL-AT-EOF.
008740     CLOSE RUNCTL-FILE.
008750     PERFORM 1440-REPORT-ONE-MISSED THRU 1440-EXIT
008760       VARYING DST-SUB-SUB FROM 1 BY 1
008770         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
008780 1400-EXIT.
008790     EXIT.
008800
008810 1410-FIND-EARLIEST-LAST.
008820     IF NOT DST-SUB-DAILY(DST-SUB-SUB)
008830       OR DST-SUB-LAST-DATE(DST-SUB-SUB) = 0
008840       GO TO 1410-EXIT
008850     END-IF.
008860     IF DST-EARLIEST-LAST = 0
008870       OR DST-SUB-LAST-DATE(DST-SUB-SUB) < DST-EARLIEST-LAST
008880       MOVE DST-SUB-LAST-DATE(DST-SUB-SUB) TO DST-EARLIEST-LAST
008890     END-IF.
008900 1410-EXIT.
008910     EXIT.
008920
008930 1420-CHECK-ONE-CYCLE.
008940     READ RUNCTL-FILE NEXT RECORD
008950       AT END
008960         SET DST-RCTL-AT-EOF TO TRUE
008970         GO TO 1420-EXIT
008980     END-READ.
008990     IF FB-RCTL-BUS-DATE NOT < DST-BUS-DATE-KEY
009000       SET DST-RCTL-AT-EOF TO TRUE
009010       GO TO 1420-EXIT
009020     END-IF.
009030     IF FB-RCTL-VERIFY-PASSED AND FB-RCTL-RECON-BALANCED
009040       PERFORM 1430-CHECK-ONE-SUBSCRIBER THRU 1430-EXIT
009050         VARYING DST-SUB-SUB FROM 1 BY 1
009060           UNTIL DST-SUB-SUB > DST-SUB-LOADED
009070     END-IF.
009080 1420-EXIT.
009090     EXIT.
009100
009110 1430-CHECK-ONE-SUBSCRIBER.
009120     IF NOT DST-SUB-DAILY(DST-SUB-SUB)
009130       OR DST-SUB-LAST-DATE(DST-SUB-SUB) = 0
009140       OR DST-SUB-LAST-DATE(DST-SUB-SUB) NOT < FB-RCTL-BUS-DATE
009150       GO TO 1430-EXIT
009160     END-IF.
009170     ADD 1 TO DST-SUB-MISSED(DST-SUB-SUB).
009180     IF DST-SUB-FIRST-MISSED(DST-SUB-SUB) = 0
009190       MOVE FB-RCTL-BUS-DATE TO DST-SUB-FIRST-MISSED(DST-SUB-SUB)
009200     END-IF.
009210 1430-EXIT.
009220     EXIT.
009230
009240 1440-REPORT-ONE-MISSED.
009250     IF DST-SUB-MISSED(DST-SUB-SUB) = 0
009260       GO TO 1440-EXIT
009270     END-IF.
009280     ADD 1 TO DST-MISSED-COUNT.
009290     MOVE SPACES TO DST-MSG-TEXT.
009300     STRING "FBDIST0013W SUBSCRIBER "            DELIMITED BY SIZE
009310            DST-SUB-ID(DST-SUB-SUB)             DELIMITED BY SPACE
009320            " MISSED "                           DELIMITED BY SIZE
009330            DST-SUB-MISSED(DST-SUB-SUB)          DELIMITED BY SIZE
009340            " DELIVERIES SINCE "                 DELIMITED BY SIZE
009350            DST-SUB-LAST-DATE(DST-SUB-SUB)       DELIMITED BY SIZE
009360            " - FIRST MISSED "                   DELIMITED BY SIZE
009370            DST-SUB-FIRST-MISSED(DST-SUB-SUB)    DELIMITED BY SIZE
009380       INTO DST-MSG-TEXT.
009390     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
009400     MOVE 4 TO RETURN-CODE.
009410 1440-EXIT.
009420     EXIT.
009430
009440*-----------------------------------------------------------------
009450* 1500-SELECT-DUE-SUBSCRIBERS
009460* DECIDES WHAT BECOMES OF EACH SUBSCRIBER: NOT SELECTED WHEN THE
009470* CARD NAMES ANOTHER ONE, NOT DUE WHEN IT IS MONTH-END ONLY AND
009480* THE DATE DOES NOT CLOSE THE MONTH, HELD (RC 4) WHEN IT WAS
009490* ALREADY DELIVERED FOR THE DATE AND NO RESEND IS HONORED FOR
009500* IT - A SECOND COPY MUST BE ASKED FOR - AND OTHERWISE DELIVERED.
009510*-----------------------------------------------------------------
009520 1500-SELECT-DUE-SUBSCRIBERS.
009530     PERFORM 1510-SELECT-ONE-SUBSCRIBER THRU 1510-EXIT
009540       VARYING DST-SUB-SUB FROM 1 BY 1
009550         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
009560 1500-EXIT.
009570     EXIT.
009580
009590 1510-SELECT-ONE-SUBSCRIBER.
009600     IF DST-SELECT-SUBSCRIBER NOT = SPACES
009610       AND DST-SUB-ID(DST-SUB-SUB) NOT = DST-SELECT-SUBSCRIBER
009620       MOVE "S" TO DST-SUB-STATE(DST-SUB-SUB)
009630       GO TO 1510-EXIT
009640     END-IF.
009650     IF NOT DST-SUB-DAILY(DST-SUB-SUB)
009660       AND NOT DST-IS-MONTH-END
009670       MOVE "N" TO DST-SUB-STATE(DST-SUB-SUB)
009680       GO TO 1510-EXIT
009690     END-IF.
009700     IF DST-SUB-PRIOR-COUNT(DST-SUB-SUB) > 0
009710       AND DST-RESEND-PUNCHED
009720       MOVE "RESEND" TO DST-OVR-TYPE
009730       PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
009740       IF DST-OVERRIDE-HONORED
009750         MOVE "Y" TO DST-SUB-REDELIVER-SW(DST-SUB-SUB)
009760       END-IF
009770     END-IF.
009780     IF DST-SUB-PRIOR-COUNT(DST-SUB-SUB) > 0
009790       AND NOT DST-SUB-REDELIVERY(DST-SUB-SUB)
009800       MOVE "H" TO DST-SUB-STATE(DST-SUB-SUB)
009810       ADD 1 TO DST-HELD-COUNT
009820       MOVE SPACES TO DST-MSG-TEXT
009830       STRING "FBDIST0012W SUBSCRIBER "          DELIMITED BY SIZE
009840              DST-SUB-ID(DST-SUB-SUB)           DELIMITED BY SPACE
009850              " ALREADY DELIVERED FOR "          DELIMITED BY SIZE
009860              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
009870              " - HELD, RESEND NEEDS AN AUTHORIZED OPERATOR"
009880                                                 DELIMITED BY SIZE
009890         INTO DST-MSG-TEXT
009900       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009910       MOVE 4 TO RETURN-CODE
009920       GO TO 1510-EXIT
009930     END-IF.
009940     MOVE "A" TO DST-SUB-STATE(DST-SUB-SUB).
009950     ADD 1 TO DST-DUE-COUNT.
009960 1510-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------------
010000* 1600-WRITE-REPORT-HEADING
010010* WRITES THE REPORT HEADING AT THE TOP OF EACH PAGE AND RESETS
010020* THE PAGE LINE COUNT.
010030*-----------------------------------------------------------------
010040 1600-WRITE-REPORT-HEADING.
010050     ADD 1 TO DST-PAGE-COUNT.
010060     MOVE SPACES TO DST-REPORT-RECORD.
010070     STRING "VSAMOUT DISTRIBUTION"   DELIMITED BY SIZE
010080            "   RUN DATE: "          DELIMITED BY SIZE
010090            DST-RUN-DATE-DISPLAY    DELIMITED BY SIZE
010100            "   PAGE: "             DELIMITED BY SIZE
010110            DST-PAGE-COUNT          DELIMITED BY SIZE
010120       INTO DST-REPORT-RECORD.
010130     WRITE DST-REPORT-RECORD.
010140     MOVE SPACES TO DST-REPORT-RECORD.
010150     WRITE DST-REPORT-RECORD.
010160     MOVE 0 TO DST-LINE-COUNT.
010170 1600-EXIT.
010180     EXIT.
010190
010200*-----------------------------------------------------------------
010210* 2000-DISTRIBUTE
010220* OPENS EVERY DUE SUBSCRIBER'S OUTPUT SLOT AND WRITES ITS HEADER,
010230* PASSES VSAMOUT ONCE IN KEY ORDER OFFERING EACH RECORD TO EVERY
010240* DUE SUBSCRIBER, THEN WRITES EACH TRAILER. A SLOT THAT CANNOT BE
010250* OPENED FAILS THAT SUBSCRIBER ONLY (RC 8). A VSAMOUT READ ERROR
010260* FAILS EVERY DUE SUBSCRIBER (RC 12).
010270*-----------------------------------------------------------------
010280 2000-DISTRIBUTE.
010290     IF DST-DUE-COUNT = 0
010300       MOVE SPACES TO DST-MSG-TEXT
010310       STRING "FBDIST0017I NO SUBSCRIBER DUE A DELIVERY FOR "
010320                                                 DELIMITED BY SIZE
010330              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
010340         INTO DST-MSG-TEXT
010350       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010360       GO TO 2000-EXIT
010370     END-IF.
010380     OPEN INPUT VSAM-FILE.
010390     IF DST-VSAM-STATUS NOT = "00"
010400       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
010410       MOVE "FBDIST0014E VSAMOUT OPEN FAILED - DISTRIBUTION HELD"
010420         TO DST-MSG-TEXT
010430       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010440       MOVE 12 TO RETURN-CODE
010450       GO TO 9999-EXIT
010460     END-IF.
010470     PERFORM 2100-OPEN-ONE-SLOT THRU 2100-EXIT
010480       VARYING DST-SUB-SUB FROM 1 BY 1
010490         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
010500     PERFORM 2200-DISTRIBUTE-ONE-RECORD THRU 2200-EXIT
010510       UNTIL DST-VSAM-AT-EOF.
010520     CLOSE VSAM-FILE.
010530     PERFORM 2500-CLOSE-ONE-SLOT THRU 2500-EXIT
010540       VARYING DST-SUB-SUB FROM 1 BY 1
010550         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
010560 2000-EXIT.
010570     EXIT.
010580
010590 2100-OPEN-ONE-SLOT.
010600     IF NOT DST-SUB-TO-DELIVER(DST-SUB-SUB)
010610       GO TO 2100-EXIT
010620     END-IF.
010630     EVALUATE DST-SUB-SLOT(DST-SUB-SUB)
010640       WHEN 1 OPEN OUTPUT DISTOUT1-FILE
010650         MOVE DST-DISTOUT1-STATUS TO DST-SLOT-STATUS
010660       WHEN 2 OPEN OUTPUT DISTOUT2-FILE
010670         MOVE DST-DISTOUT2-STATUS TO DST-SLOT-STATUS
010680       WHEN 3 OPEN OUTPUT DISTOUT3-FILE
010690         MOVE DST-DISTOUT3-STATUS TO DST-SLOT-STATUS
010700       WHEN 4 OPEN OUTPUT DISTOUT4-FILE
010710         MOVE DST-DISTOUT4-STATUS TO DST-SLOT-STATUS
010720       WHEN 5 OPEN OUTPUT DISTOUT5-FILE
010730         MOVE DST-DISTOUT5-STATUS TO DST-SLOT-STATUS
010740       WHEN 6 OPEN OUTPUT DISTOUT6-FILE
010750         MOVE DST-DISTOUT6-STATUS TO DST-SLOT-STATUS
010760     END-EVALUATE.
010770     IF DST-SLOT-STATUS NOT = "00"
010780       MOVE "F" TO DST-SUB-STATE(DST-SUB-SUB)
010790       ADD 1 TO DST-FAILED-COUNT
010800       MOVE SPACES TO DST-MSG-TEXT
010810       STRING "FBDIST0015E DISTOUT"              DELIMITED BY SIZE
010820              DST-SUB-SLOT(DST-SUB-SUB)          DELIMITED BY SIZE
010830              " OPEN FAILED - SUBSCRIBER "       DELIMITED BY SIZE
010840              DST-SUB-ID(DST-SUB-SUB)           DELIMITED BY SPACE
010850              " NOT DELIVERED"                   DELIMITED BY SIZE
010860         INTO DST-MSG-TEXT
010870       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010880       MOVE 8 TO RETURN-CODE
010890       GO TO 2100-EXIT
010900     END-IF.
010910     PERFORM 2300-BUILD-HEADER THRU 2300-EXIT.
010920     PERFORM 2400-WRITE-SLOT THRU 2400-EXIT.
010930 2100-EXIT.
010940     EXIT.
010950
010960 2200-DISTRIBUTE-ONE-RECORD.
010970     READ VSAM-FILE NEXT RECORD
010980       AT END
010990         SET DST-VSAM-AT-EOF TO TRUE
011000         GO TO 2200-EXIT
011010     END-READ.
011020     IF DST-VSAM-STATUS NOT = "00"
011030       PERFORM 2250-VSAMOUT-READ-FAILED THRU 2250-EXIT
011040       SET DST-VSAM-AT-EOF TO TRUE
011050       GO TO 2200-EXIT
011060     END-IF.
011070     ADD 1 TO DST-VSAM-READ.
011080     PERFORM 2210-OFFER-ONE-SUBSCRIBER THRU 2210-EXIT
011090       VARYING DST-SUB-SUB FROM 1 BY 1
011100         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
011110 2200-EXIT.
011120     EXIT.
011130
011140*    THE RECORD GOES TO A DUE SUBSCRIBER WHEN ITS CLASS IS ONE OF
011150*    THE SUBSCRIBER'S CLASSES (OR IT TAKES EVERY CLASS) AND ITS
011160*    KEY IS IN THE SUBSCRIBER'S RANGE. THE KEY HASH TOTAL IS KEPT
011170*    AS ON XMITOUT - HIGH-ORDER TRUNCATED AT 15 DIGITS.
011180 2210-OFFER-ONE-SUBSCRIBER.
011190     IF NOT DST-SUB-TO-DELIVER(DST-SUB-SUB)
011200       GO TO 2210-EXIT
011210     END-IF.
011220     IF DST-SUB-CLASSES(DST-SUB-SUB) NOT = SPACES
011230       IF FB-VSAM-CLASS = SPACE
011240         GO TO 2210-EXIT
011250       END-IF
011260       MOVE 0 TO DST-CLASS-HITS
011270       INSPECT DST-SUB-CLASSES(DST-SUB-SUB)
011280         TALLYING DST-CLASS-HITS FOR ALL FB-VSAM-CLASS
011290       IF DST-CLASS-HITS = 0
011300         GO TO 2210-EXIT
011310       END-IF
011320     END-IF.
011330     IF FB-VSAM-KEY < DST-SUB-KEY-FROM(DST-SUB-SUB)
011340       OR FB-VSAM-KEY > DST-SUB-KEY-THRU(DST-SUB-SUB)
011350       GO TO 2210-EXIT
011360     END-IF.
011370     PERFORM 2320-BUILD-DETAIL THRU 2320-EXIT.
011380     PERFORM 2400-WRITE-SLOT THRU 2400-EXIT.
011390     ADD 1 TO DST-SUB-COUNT(DST-SUB-SUB).
011400     ADD FB-VSAM-KEY TO DST-SUB-HASH-WORK(DST-SUB-SUB).
011410     IF DST-SUB-HASH-WORK(DST-SUB-SUB) > 999999999999999
011420       SUBTRACT 1000000000000000
011430         FROM DST-SUB-HASH-WORK(DST-SUB-SUB)
011440     END-IF.
011450 2210-EXIT.
011460     EXIT.
011470
011480*    A VSAMOUT READ ERROR LEAVES EVERY DUE SUBSCRIBER'S FILE
011490*    SHORT. EACH IS CLOSED WITHOUT ITS TRAILER AND LOGGED AS
011500*    FAILED, NOT DELIVERED, AND THE STEP ENDS RC 12.
011510 2250-VSAMOUT-READ-FAILED.
011520     MOVE SPACES TO DST-MSG-TEXT.
011530     STRING "FBDIST0023E VSAMOUT READ FAILED - STATUS "
011540                                                 DELIMITED BY SIZE
011550            DST-VSAM-STATUS                      DELIMITED BY SIZE
011560            " - NO SUBSCRIBER DELIVERED"         DELIMITED BY SIZE
011570       INTO DST-MSG-TEXT.
011580     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
011590     PERFORM 2260-FAIL-ONE-SUBSCRIBER THRU 2260-EXIT
011600       VARYING DST-SUB-SUB FROM 1 BY 1
011610         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
011620     MOVE 12 TO RETURN-CODE.
011630 2250-EXIT.
011640     EXIT.
011650
011660 2260-FAIL-ONE-SUBSCRIBER.
011670     IF NOT DST-SUB-TO-DELIVER(DST-SUB-SUB)
011680       GO TO 2260-EXIT
011690     END-IF.
011700     EVALUATE DST-SUB-SLOT(DST-SUB-SUB)
011710       WHEN 1 CLOSE DISTOUT1-FILE
011720       WHEN 2 CLOSE DISTOUT2-FILE
011730       WHEN 3 CLOSE DISTOUT3-FILE
011740       WHEN 4 CLOSE DISTOUT4-FILE
011750       WHEN 5 CLOSE DISTOUT5-FILE
011760       WHEN 6 CLOSE DISTOUT6-FILE
011770     END-EVALUATE.
011780     MOVE "F" TO DST-SUB-STATE(DST-SUB-SUB).
011790     ADD 1 TO DST-FAILED-COUNT.
011800 2260-EXIT.
011810     EXIT.
011820
011830*-----------------------------------------------------------------
011840* 2300-BUILD-HEADER / 2310-BUILD-TRAILER / 2320-BUILD-DETAIL
011850* BUILD ONE LINE OF THE SUBSCRIBER'S FILE IN DST-OUT-LINE IN THE
011860* SUBSCRIBER'S FORMAT:
011870*   P  HDR|SUBSCRIBER|YYYYMMDD|RUN ID
011880*      KEY|CLASS|TEXT|PROFILE
011890*      TRL|COUNT|HASH
011900*   C  THE SAME FIELDS SEPARATED BY COMMAS, THE TEXT IN QUOTES
011910*   F  HDR, SUBSCRIBER, DATE AND RUN ID IN COLS 1-3/4-11/12-19/
011920*      20-33; KEY, CLASS, TEXT AND PROFILE IN COLS 1-9/10/11-30/
011930*      31-34; TRL, COUNT AND HASH IN COLS 1-3/4-12/13-27.
011940*-----------------------------------------------------------------
011950 2300-BUILD-HEADER.
011960     MOVE SPACES TO DST-OUT-LINE.
011970     EVALUATE DST-SUB-FORMAT(DST-SUB-SUB)
011980       WHEN "P"
011990         STRING "HDR|"                   DELIMITED BY SIZE
012000                DST-SUB-ID(DST-SUB-SUB) DELIMITED BY SPACE
012010                "|"                      DELIMITED BY SIZE
012020                DST-BUS-DATE-KEY         DELIMITED BY SIZE
012030                "|"                      DELIMITED BY SIZE
012040                DST-RUN-ID               DELIMITED BY SIZE
012050           INTO DST-OUT-LINE
012060       WHEN "C"
012070         STRING "HDR,"                   DELIMITED BY SIZE
012080                DST-SUB-ID(DST-SUB-SUB) DELIMITED BY SPACE
012090                ","                      DELIMITED BY SIZE
012100                DST-BUS-DATE-KEY         DELIMITED BY SIZE
012110                ","                      DELIMITED BY SIZE
012120                DST-RUN-ID               DELIMITED BY SIZE
012130           INTO DST-OUT-LINE
012140       WHEN OTHER
012150         MOVE DST-SUB-ID(DST-SUB-SUB) TO DST-FXH-SUBSCRIBER
012160         MOVE DST-BUS-DATE-KEY TO DST-FXH-BUS-DATE
012170         MOVE DST-RUN-ID TO DST-FXH-RUN-ID
012180         MOVE DST-FIXED-HEADER TO DST-OUT-LINE
012190     END-EVALUATE.
012200 2300-EXIT.
012210     EXIT.
012220
012230 2310-BUILD-TRAILER.
012240     MOVE SPACES TO DST-OUT-LINE.
012250     EVALUATE DST-SUB-FORMAT(DST-SUB-SUB)
012260       WHEN "P"
012270         STRING "TRL|"                     DELIMITED BY SIZE
012280                DST-SUB-COUNT(DST-SUB-SUB) DELIMITED BY SIZE
012290                "|"                        DELIMITED BY SIZE
012300                DST-SUB-HASH(DST-SUB-SUB)  DELIMITED BY SIZE
012310           INTO DST-OUT-LINE
012320       WHEN "C"
012330         STRING "TRL,"                     DELIMITED BY SIZE
012340                DST-SUB-COUNT(DST-SUB-SUB) DELIMITED BY SIZE
012350                ","                        DELIMITED BY SIZE
012360                DST-SUB-HASH(DST-SUB-SUB)  DELIMITED BY SIZE
012370           INTO DST-OUT-LINE
012380       WHEN OTHER
012390         MOVE DST-SUB-COUNT(DST-SUB-SUB) TO DST-FXT-COUNT
012400         MOVE DST-SUB-HASH(DST-SUB-SUB) TO DST-FXT-HASH
012410         MOVE DST-FIXED-TRAILER TO DST-OUT-LINE
012420     END-EVALUATE.
012430 2310-EXIT.
012440     EXIT.
012450
012460 2320-BUILD-DETAIL.
012470     MOVE SPACES TO DST-OUT-LINE.
012480     MOVE 20 TO DST-TEXT-LEN.
012490     PERFORM 2330-TRIM-ONE-BLANK THRU 2330-EXIT
012500       UNTIL DST-TEXT-LEN = 1
012510         OR FB-VSAM-TEXT(DST-TEXT-LEN:1) NOT = SPACE.
012520     EVALUATE DST-SUB-FORMAT(DST-SUB-SUB)
012530       WHEN "P"
012540         STRING FB-VSAM-KEY                   DELIMITED BY SIZE
012550                "|"                           DELIMITED BY SIZE
012560                FB-VSAM-CLASS                 DELIMITED BY SIZE
012570                "|"                           DELIMITED BY SIZE
012580                FB-VSAM-TEXT(1:DST-TEXT-LEN)  DELIMITED BY SIZE
012590                "|"                           DELIMITED BY SIZE
012600                FB-VSAM-PROFILE               DELIMITED BY SIZE
012610           INTO DST-OUT-LINE
012620       WHEN "C"
012630         STRING FB-VSAM-KEY                   DELIMITED BY SIZE
012640                ","                           DELIMITED BY SIZE
012650                FB-VSAM-CLASS                 DELIMITED BY SIZE
012660                ","                           DELIMITED BY SIZE
012670                QUOTE                         DELIMITED BY SIZE
012680                FB-VSAM-TEXT(1:DST-TEXT-LEN)  DELIMITED BY SIZE
012690                QUOTE                         DELIMITED BY SIZE
012700                ","                           DELIMITED BY SIZE
012710                FB-VSAM-PROFILE               DELIMITED BY SIZE
012720           INTO DST-OUT-LINE
012730       WHEN OTHER
012740         MOVE FB-VSAM-KEY TO DST-FXD-KEY
012750         MOVE FB-VSAM-CLASS TO DST-FXD-CLASS
012760         MOVE FB-VSAM-TEXT TO DST-FXD-TEXT
012770         MOVE FB-VSAM-PROFILE TO DST-FXD-PROFILE
012780         MOVE DST-FIXED-DETAIL TO DST-OUT-LINE
012790     END-EVALUATE.
012800 2320-EXIT.
012810     EXIT.
012820
012830 2330-TRIM-ONE-BLANK.
012840     SUBTRACT 1 FROM DST-TEXT-LEN.
012850 2330-EXIT.
012860     EXIT.
012870
012880 2400-WRITE-SLOT.
012890     EVALUATE DST-SUB-SLOT(DST-SUB-SUB)
012900       WHEN 1 WRITE DST-DISTOUT1-RECORD FROM DST-OUT-LINE
012910       WHEN 2 WRITE DST-DISTOUT2-RECORD FROM DST-OUT-LINE
012920       WHEN 3 WRITE DST-DISTOUT3-RECORD FROM DST-OUT-LINE
012930       WHEN 4 WRITE DST-DISTOUT4-RECORD FROM DST-OUT-LINE
012940       WHEN 5 WRITE DST-DISTOUT5-RECORD FROM DST-OUT-LINE
012950       WHEN 6 WRITE DST-DISTOUT6-RECORD FROM DST-OUT-LINE
012960     END-EVALUATE.
012970 2400-EXIT.
012980     EXIT.
012990
013000 2500-CLOSE-ONE-SLOT.
013010     IF NOT DST-SUB-TO-DELIVER(DST-SUB-SUB)
013020       GO TO 2500-EXIT
013030     END-IF.
013040     MOVE DST-SUB-HASH-WORK(DST-SUB-SUB)
013050       TO DST-SUB-HASH(DST-SUB-SUB).
013060     PERFORM 2310-BUILD-TRAILER THRU 2310-EXIT.
013070     PERFORM 2400-WRITE-SLOT THRU 2400-EXIT.
013080     EVALUATE DST-SUB-SLOT(DST-SUB-SUB)
013090       WHEN 1 CLOSE DISTOUT1-FILE
013100       WHEN 2 CLOSE DISTOUT2-FILE
013110       WHEN 3 CLOSE DISTOUT3-FILE
013120       WHEN 4 CLOSE DISTOUT4-FILE
013130       WHEN 5 CLOSE DISTOUT5-FILE
013140       WHEN 6 CLOSE DISTOUT6-FILE
013150     END-EVALUATE.
013160     ADD 1 TO DST-DELIVERED-COUNT.
013170     MOVE SPACES TO DST-MSG-TEXT.
013180     STRING "FBDIST0016I SUBSCRIBER "            DELIMITED BY SIZE
013190            DST-SUB-ID(DST-SUB-SUB)             DELIMITED BY SPACE
013200            " DELIVERED ON DISTOUT"              DELIMITED BY SIZE
013210            DST-SUB-SLOT(DST-SUB-SUB)            DELIMITED BY SIZE
013220            " - "                                DELIMITED BY SIZE
013230            DST-SUB-COUNT(DST-SUB-SUB)           DELIMITED BY SIZE
013240            " RECORDS, HASH "                    DELIMITED BY SIZE
013250            DST-SUB-HASH(DST-SUB-SUB)            DELIMITED BY SIZE
013260       INTO DST-MSG-TEXT.
013270     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
013280 2500-EXIT.
013290     EXIT.
013300
013310*-----------------------------------------------------------------
013320* 2800-WRITE-REPORT-LINE
013330* WRITES ONE DETAIL LINE TO DISTRPT, BREAKING TO A NEW PAGE AND
013340* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
013350*-----------------------------------------------------------------
013360 2800-WRITE-REPORT-LINE.
013370     IF DST-LINE-COUNT >= DST-LINES-PER-PAGE
013380       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
013390     END-IF.
013400     WRITE DST-REPORT-RECORD FROM DST-DETAIL-LINE.
013410     ADD 1 TO DST-LINE-COUNT.
013420 2800-EXIT.
013430     EXIT.
013440
013450 8100-WRITE-HELD-LINE.
013460     MOVE SPACES TO DST-DETAIL-LINE.
013470     STRING "DISTRIBUTION HELD FOR BUSINESS DATE "
013480                                        DELIMITED BY SIZE
013490            DST-BUS-DATE-KEY            DELIMITED BY SIZE
013500            " - SEE CONSOLE MESSAGE"    DELIMITED BY SIZE
013510       INTO DST-DETAIL-LINE.
013520     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013530     CLOSE DISTRPT-FILE.
013540 8100-EXIT.
013550     EXIT.
013560
013570*-----------------------------------------------------------------
013580* 8000-TERMINATE
013590* APPENDS EVERY DELIVERY, HELD DUPLICATE AND FAILURE TO DISTLOG
013600* AND PRINTS THE DISPOSITION OF EVERY SUBSCRIBER ON DISTRPT.
013610*-----------------------------------------------------------------
013620 8000-TERMINATE.
013630     PERFORM 8200-LOG-DELIVERIES THRU 8200-EXIT.
013640     MOVE SPACES TO DST-DETAIL-LINE.
013650     STRING "BUSINESS DATE       : " DELIMITED BY SIZE
013660            DST-BUS-DATE-KEY         DELIMITED BY SIZE
013670       INTO DST-DETAIL-LINE.
013680     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013690     MOVE SPACES TO DST-DETAIL-LINE.
013700     STRING "RUN ID DISTRIBUTED  : " DELIMITED BY SIZE
013710            DST-RUN-ID               DELIMITED BY SIZE
013720       INTO DST-DETAIL-LINE.
013730     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013740     IF DST-IS-MONTH-END
013750       MOVE "MONTH-END CYCLE     : YES" TO DST-DETAIL-LINE
013760     ELSE
013770       MOVE "MONTH-END CYCLE     : NO"  TO DST-DETAIL-LINE
013780     END-IF.
013790     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013800     MOVE SPACES TO DST-DETAIL-LINE.
013810     STRING "SUBSCRIBERS LOADED  : " DELIMITED BY SIZE
013820            DST-SUB-LOADED           DELIMITED BY SIZE
013830            "   ROWS REJECTED: "     DELIMITED BY SIZE
013840            DST-ROWS-REJECTED        DELIMITED BY SIZE
013850       INTO DST-DETAIL-LINE.
013860     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013870     MOVE SPACES TO DST-DETAIL-LINE.
013880     STRING "VSAMOUT RECORDS READ: " DELIMITED BY SIZE
013890            DST-VSAM-READ            DELIMITED BY SIZE
013900       INTO DST-DETAIL-LINE.
013910     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013920     MOVE SPACES TO DST-DETAIL-LINE.
013930     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013940     MOVE "*** SUBSCRIBERS ***" TO DST-DETAIL-LINE.
013950     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
013960     MOVE SPACES TO DST-DETAIL-LINE.
013970     STRING "SUBSCR   F P SLOT DISPOSITION    RECORDS "
013980                                     DELIMITED BY SIZE
013990            "HASH TOTAL      PRV MISSED"  DELIMITED BY SIZE
014000       INTO DST-DETAIL-LINE.
014010     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014020     PERFORM 8300-PRINT-ONE-SUBSCRIBER THRU 8300-EXIT
014030       VARYING DST-SUB-SUB FROM 1 BY 1
014040         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
014050     MOVE SPACES TO DST-DETAIL-LINE.
014060     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014070     MOVE SPACES TO DST-DETAIL-LINE.
014080     STRING "DELIVERED           : " DELIMITED BY SIZE
014090            DST-DELIVERED-COUNT      DELIMITED BY SIZE
014100            "   HELD: "              DELIMITED BY SIZE
014110            DST-HELD-COUNT           DELIMITED BY SIZE
014120            "   FAILED: "            DELIMITED BY SIZE
014130            DST-FAILED-COUNT         DELIMITED BY SIZE
014140            "   WITH MISSED: "       DELIMITED BY SIZE
014150            DST-MISSED-COUNT         DELIMITED BY SIZE
014160       INTO DST-DETAIL-LINE.
014170     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014180     CLOSE DISTRPT-FILE.
014190 8000-EXIT.
014200     EXIT.
014210
014220*    EACH SUBSCRIBER ON TWO LINES - FREQUENCY, FORMAT, SLOT, WHAT
014230*    BECAME OF IT, WHAT IT WAS SENT, ITS DELIVERIES ALREADY ON THE
014240*    LOG FOR THE DATE AND ITS MISSED DELIVERIES - THEN ITS
014250*    DELIVERY DATASET AND LAST EARLIER DELIVERY.
014260 8300-PRINT-ONE-SUBSCRIBER.
014270     EVALUATE TRUE
014280       WHEN DST-SUB-TO-DELIVER(DST-SUB-SUB)
014290         AND DST-SUB-REDELIVERY(DST-SUB-SUB)
014300         MOVE "REDELIVERED" TO DST-DISP-WORD
014310       WHEN DST-SUB-TO-DELIVER(DST-SUB-SUB)
014320         MOVE "DELIVERED" TO DST-DISP-WORD
014330       WHEN DST-SUB-HELD(DST-SUB-SUB)
014340         MOVE "HELD - DUP" TO DST-DISP-WORD
014350       WHEN DST-SUB-FAILED(DST-SUB-SUB)
014360         MOVE "FAILED" TO DST-DISP-WORD
014370       WHEN DST-SUB-NOT-SELECTED(DST-SUB-SUB)
014380         MOVE "NOT SELECTED" TO DST-DISP-WORD
014390       WHEN OTHER
014400         MOVE "NOT DUE" TO DST-DISP-WORD
014410     END-EVALUATE.
014420     MOVE SPACES TO DST-DETAIL-LINE.
014430     STRING DST-SUB-ID(DST-SUB-SUB)           DELIMITED BY SIZE
014440            " "                               DELIMITED BY SIZE
014450            DST-SUB-FREQUENCY(DST-SUB-SUB)    DELIMITED BY SIZE
014460            " "                               DELIMITED BY SIZE
014470            DST-SUB-FORMAT(DST-SUB-SUB)       DELIMITED BY SIZE
014480            "    "                            DELIMITED BY SIZE
014490            DST-SUB-SLOT(DST-SUB-SUB)         DELIMITED BY SIZE
014500            " "                               DELIMITED BY SIZE
014510            DST-DISP-WORD                     DELIMITED BY SIZE
014520            " "                               DELIMITED BY SIZE
014530            DST-SUB-COUNT(DST-SUB-SUB)        DELIMITED BY SIZE
014540            " "                               DELIMITED BY SIZE
014550            DST-SUB-HASH(DST-SUB-SUB)         DELIMITED BY SIZE
014560            " "                               DELIMITED BY SIZE
014570            DST-SUB-PRIOR-COUNT(DST-SUB-SUB)  DELIMITED BY SIZE
014580            " "                               DELIMITED BY SIZE
014590            DST-SUB-MISSED(DST-SUB-SUB)       DELIMITED BY SIZE
014600       INTO DST-DETAIL-LINE.
014610     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014620     MOVE SPACES TO DST-DETAIL-LINE.
014630     IF DST-SUB-LAST-DATE(DST-SUB-SUB) = 0
014640       STRING "         DSN "                 DELIMITED BY SIZE
014650              DST-SUB-DSN(DST-SUB-SUB)        DELIMITED BY SPACE
014660              "  NO EARLIER DELIVERY"         DELIMITED BY SIZE
014670         INTO DST-DETAIL-LINE
014680     ELSE
014690       STRING "         DSN "                 DELIMITED BY SIZE
014700              DST-SUB-DSN(DST-SUB-SUB)        DELIMITED BY SPACE
014710              "  LAST EARLIER DELIVERY "      DELIMITED BY SIZE
014720              DST-SUB-LAST-DATE(DST-SUB-SUB)  DELIMITED BY SIZE
014730         INTO DST-DETAIL-LINE
014740     END-IF.
014750     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
014760 8300-EXIT.
014770     EXIT.
014780
014790*-----------------------------------------------------------------
014800* 8200-LOG-DELIVERIES
014810* APPENDS ONE DISTLOG ROW PER SUBSCRIBER DELIVERED, DELIVERED
014820* AGAIN, HELD AS A DUPLICATE OR FAILED, CREATING THE LOG ON FIRST
014830* USE. SUBSCRIBERS NOT DUE OR NOT SELECTED ARE NOT LOGGED.
014840*-----------------------------------------------------------------
014850 8200-LOG-DELIVERIES.
014860     OPEN EXTEND DISTLOG-FILE.
014870     IF DST-DISTLOG-STATUS NOT = "00"
014880       OPEN OUTPUT DISTLOG-FILE
014890     END-IF.
014900     IF DST-DISTLOG-STATUS NOT = "00"
014910       MOVE SPACES TO DST-MSG-TEXT
014920       STRING "FBDIST0018E DISTLOG NOT WRITABLE - LOG ENTRIES "
014930                                                 DELIMITED BY SIZE
014940              "MISSING FOR "                     DELIMITED BY SIZE
014950              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
014960         INTO DST-MSG-TEXT
014970       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
014980       GO TO 8200-EXIT
014990     END-IF.
015000     PERFORM 8210-LOG-ONE-SUBSCRIBER THRU 8210-EXIT
015010       VARYING DST-SUB-SUB FROM 1 BY 1
015020         UNTIL DST-SUB-SUB > DST-SUB-LOADED.
015030     CLOSE DISTLOG-FILE.
015040 8200-EXIT.
015050     EXIT.
015060
015070 8210-LOG-ONE-SUBSCRIBER.
015080     IF DST-SUB-NOT-DUE(DST-SUB-SUB)
015090       OR DST-SUB-NOT-SELECTED(DST-SUB-SUB)
015100       GO TO 8210-EXIT
015110     END-IF.
015120     MOVE SPACES TO FB-DLOG-RECORD.
015130     MOVE DST-BUS-DATE-KEY TO FB-DLOG-BUS-DATE.
015140     MOVE DST-SUB-ID(DST-SUB-SUB) TO FB-DLOG-SUBSCRIBER.
015150     MOVE DST-RUN-ID TO FB-DLOG-RUN-ID.
015160     MOVE DST-SUB-SLOT(DST-SUB-SUB) TO FB-DLOG-SLOT.
015170     MOVE DST-SUB-FORMAT(DST-SUB-SUB) TO FB-DLOG-FORMAT.
015180     EVALUATE TRUE
015190       WHEN DST-SUB-TO-DELIVER(DST-SUB-SUB)
015200         AND DST-SUB-REDELIVERY(DST-SUB-SUB)
015210         SET FB-DLOG-REDELIVERED TO TRUE
015220       WHEN DST-SUB-TO-DELIVER(DST-SUB-SUB)
015230         SET FB-DLOG-DELIVERED TO TRUE
015240       WHEN DST-SUB-HELD(DST-SUB-SUB)
015250         SET FB-DLOG-HELD TO TRUE
015260       WHEN OTHER
015270         SET FB-DLOG-FAILED TO TRUE
015280     END-EVALUATE.
015290     MOVE DST-SUB-COUNT(DST-SUB-SUB) TO FB-DLOG-COUNT.
015300     MOVE DST-SUB-HASH(DST-SUB-SUB) TO FB-DLOG-HASH.
015310     MOVE DST-RUN-DATE-DISPLAY TO FB-DLOG-LOG-DATE.
015320     MOVE DST-RUN-TIME-DISPLAY TO FB-DLOG-LOG-TIME.
015330     MOVE DST-SUB-DSN(DST-SUB-SUB) TO FB-DLOG-DSN.
015340     WRITE FB-DLOG-RECORD.
015350 8210-EXIT.
015360     EXIT.
015370
015380*-----------------------------------------------------------------
015390* 9700-CHECK-OVERRIDE
015400* DECIDES WHETHER THE RESEND NAMED IN DST-OVR-TYPE IS HONORED FOR
015410* THE SUBSCRIBER IN HAND. THE CONTROL CARD MUST CARRY AN OPERATOR
015420* ID (COLS 26-33) AND A REASON CODE (COLS 35-38), AND THE
015430* OPERATOR MUST HOLD AN OVRAUTH ROW FOR THIS PROGRAM (OR *) AND
015440* THIS OVERRIDE TYPE (OR *). A MISSING OVRAUTH REFUSES EVERY
015450* OVERRIDE. HONORED OR REFUSED, THE OVERRIDE IS WRITTEN TO OVRLOG
015460* BY 9710-LOG-OVERRIDE, WITH THE SUBSCRIBER IN THE NOTE WHEN IT IS
015470* HONORED.
015480*-----------------------------------------------------------------
015490 9700-CHECK-OVERRIDE.
015500     MOVE "N" TO DST-OVR-AUTH-SW.
015510     MOVE SPACES TO DST-OVR-NOTE.
015520     IF DST-OVR-OPERATOR = SPACES
015530       MOVE "NO OPERATOR ID ON CARD" TO DST-OVR-NOTE
015540       PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT
015550       GO TO 9700-EXIT
015560     END-IF.
015570     IF DST-OVR-REASON = SPACES
015580       MOVE "NO REASON CODE ON CARD" TO DST-OVR-NOTE
015590       PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT
015600       GO TO 9700-EXIT
015610     END-IF.
015620     OPEN INPUT OVRAUTH-FILE.
015630     IF DST-OVRAUTH-STATUS NOT = "00"
015640       MOVE "OVRAUTH NOT AVAILABLE" TO DST-OVR-NOTE
015650       PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT
015660       GO TO 9700-EXIT
015670     END-IF.
015680     MOVE "N" TO DST-OVRAUTH-EOF-SW.
015690     PERFORM 9705-READ-ONE-AUTH THRU 9705-EXIT
015700       UNTIL DST-OVRAUTH-AT-EOF
015710         OR DST-OVERRIDE-HONORED.
015720     CLOSE OVRAUTH-FILE.
015730     IF DST-OVERRIDE-HONORED
015740       STRING "SUBSCRIBER "           DELIMITED BY SIZE
015750              DST-SUB-ID(DST-SUB-SUB) DELIMITED BY SIZE
015760         INTO DST-OVR-NOTE
015770     ELSE
015780       MOVE "OPERATOR NOT AUTHORIZED" TO DST-OVR-NOTE
015790     END-IF.
015800     PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT.
015810 9700-EXIT.
015820     EXIT.
015830
015840*    THE OVERRIDE IS WRITTEN TO OVRLOG AND ITS DISPOSITION
015850*    ANNOUNCED ON THE CONSOLE, HONORED OR REFUSED.
015860 9702-REPORT-OVERRIDE.
015870     PERFORM 9710-LOG-OVERRIDE THRU 9710-EXIT.
015880     MOVE SPACES TO DST-MSG-TEXT.
015890     IF DST-OVERRIDE-HONORED
015900       STRING "FBDIST0019I "                     DELIMITED BY SIZE
015910              DST-OVR-TYPE                      DELIMITED BY SPACE
015920              " OVERRIDE HONORED FOR "           DELIMITED BY SIZE
015930              DST-SUB-ID(DST-SUB-SUB)           DELIMITED BY SPACE
015940              " ON "                             DELIMITED BY SIZE
015950              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
015960              " - OPERATOR "                     DELIMITED BY SIZE
015970              DST-OVR-OPERATOR                  DELIMITED BY SPACE
015980              " REASON "                         DELIMITED BY SIZE
015990              DST-OVR-REASON                     DELIMITED BY SIZE
016000         INTO DST-MSG-TEXT
016010     ELSE
016020       STRING "FBDIST0020W "                     DELIMITED BY SIZE
016030              DST-OVR-TYPE                      DELIMITED BY SPACE
016040              " OVERRIDE REFUSED FOR "           DELIMITED BY SIZE
016050              DST-SUB-ID(DST-SUB-SUB)           DELIMITED BY SPACE
016060              " ON "                             DELIMITED BY SIZE
016070              DST-BUS-DATE-KEY                   DELIMITED BY SIZE
016080              " - "                              DELIMITED BY SIZE
016090              DST-OVR-NOTE                       DELIMITED BY SIZE
016100         INTO DST-MSG-TEXT
016110     END-IF.
016120     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
016130 9702-EXIT.
016140     EXIT.
016150
016160 9705-READ-ONE-AUTH.
016170     READ OVRAUTH-FILE
016180       AT END
016190         SET DST-OVRAUTH-AT-EOF TO TRUE
016200         GO TO 9705-EXIT
016210     END-READ.
016220     IF FB-OAUT-OPERATOR(1:1) = "*"
016230       GO TO 9705-EXIT
016240     END-IF.
016250     IF FB-OAUT-OPERATOR = DST-OVR-OPERATOR
016260       AND (FB-OAUT-PROGRAM = "FBDIST" OR FB-OAUT-PROGRAM = "*")
016270       AND (FB-OAUT-TYPE = DST-OVR-TYPE OR FB-OAUT-TYPE = "*")
016280       SET DST-OVERRIDE-HONORED TO TRUE
016290     END-IF.
016300 9705-EXIT.
016310     EXIT.
016320
016330*-----------------------------------------------------------------
016340* 9710-LOG-OVERRIDE
016350* APPENDS THE OVERRIDE AND ITS OUTCOME TO THE PERMANENT OVERRIDE
016360* LOG (OVRLOG), CREATING IT ON FIRST USE. AN OVERRIDE THAT
016370* CANNOT BE LOGGED IS NOT HONORED.
016380*-----------------------------------------------------------------
016390 9710-LOG-OVERRIDE.
016400     OPEN EXTEND OVRLOG-FILE.
016410     IF DST-OVRLOG-STATUS NOT = "00"
016420       OPEN OUTPUT OVRLOG-FILE
016430     END-IF.
016440     IF DST-OVRLOG-STATUS NOT = "00"
016450       MOVE "N" TO DST-OVR-AUTH-SW
016460       MOVE "OVRLOG NOT AVAILABLE" TO DST-OVR-NOTE
016470       GO TO 9710-EXIT
016480     END-IF.
016490     ACCEPT DST-MSG-DATE FROM DATE YYYYMMDD.
016500     ACCEPT DST-MSG-TIME FROM TIME.
016510     MOVE SPACES TO FB-OVRL-RECORD.
016520     MOVE DST-BUS-DATE-KEY TO FB-OVRL-BUS-DATE.
016530     MOVE "FBDIST"         TO FB-OVRL-PROGRAM.
016540     MOVE DST-OVR-TYPE     TO FB-OVRL-TYPE.
016550     MOVE DST-OVR-OPERATOR TO FB-OVRL-OPERATOR.
016560     MOVE DST-OVR-REASON   TO FB-OVRL-REASON.
016570     MOVE DST-OVR-RUN-ID   TO FB-OVRL-RUN-ID.
016580     IF DST-OVERRIDE-HONORED
016590       SET FB-OVRL-HONORED TO TRUE
016600     ELSE
016610       SET FB-OVRL-REFUSED TO TRUE
016620     END-IF.
016630     STRING DST-MSG-MM   DELIMITED BY SIZE
016640            "/"          DELIMITED BY SIZE
016650            DST-MSG-DD   DELIMITED BY SIZE
016660            "/"          DELIMITED BY SIZE
016670            DST-MSG-YYYY DELIMITED BY SIZE
016680       INTO FB-OVRL-LOG-DATE.
016690     STRING DST-MSG-HH   DELIMITED BY SIZE
016700            ":"          DELIMITED BY SIZE
016710            DST-MSG-MI   DELIMITED BY SIZE
016720            ":"          DELIMITED BY SIZE
016730            DST-MSG-SS   DELIMITED BY SIZE
016740       INTO FB-OVRL-LOG-TIME.
016750     MOVE DST-OVR-NOTE     TO FB-OVRL-NOTE.
016760     WRITE FB-OVRL-RECORD.
016770     CLOSE OVRLOG-FILE.
016780 9710-EXIT.
016790     EXIT.
016800
016810*-----------------------------------------------------------------
016820* 9800-ISSUE-MESSAGE
016830* ISSUES THE MESSAGE BUILT IN DST-MSG-TEXT: DISPLAYS IT ON
016840* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
016850* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
016860* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
016870* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
016880* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
016890*-----------------------------------------------------------------
016900 9800-ISSUE-MESSAGE.
016910     MOVE 132 TO DST-MSG-LEN.
016920     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
016930       UNTIL DST-MSG-LEN = 1
016940         OR DST-MSG-TEXT(DST-MSG-LEN:1) NOT = SPACE.
016950     DISPLAY DST-MSG-TEXT(1:DST-MSG-LEN).
016960     IF DST-MSGLOG-NOT-OPENED
016970       OPEN EXTEND MSGLOG-FILE
016980       IF DST-MSGLOG-STATUS = "00"
016990         SET DST-MSGLOG-IS-OPEN TO TRUE
017000       ELSE
017010         SET DST-MSGLOG-UNAVAILABLE TO TRUE
017020         DISPLAY "FBDIST0021I MSGLOG NOT AVAILABLE - "
017030             "MESSAGES ON SYSOUT ONLY"
017040       END-IF
017050     END-IF.
017060     IF NOT DST-MSGLOG-IS-OPEN
017070       GO TO 9800-EXIT
017080     END-IF.
017090     ACCEPT DST-MSG-DATE FROM DATE YYYYMMDD.
017100     ACCEPT DST-MSG-TIME FROM TIME.
017110     MOVE SPACES TO FB-MSGL-RECORD.
017120     MOVE "FBDIST" TO FB-MSGL-PROGRAM.
017130     MOVE DST-MSG-TEXT(1:10) TO FB-MSGL-MSG-ID.
017140     MOVE DST-MSG-TEXT(11:1) TO FB-MSGL-SEVERITY.
017150     IF DST-BUS-DATE-KEY > 0
017160       MOVE DST-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
017170     END-IF.
017180     MOVE DST-RUN-ID TO FB-MSGL-RUN-ID.
017190     STRING DST-MSG-MM   DELIMITED BY SIZE
017200            "/"          DELIMITED BY SIZE
017210            DST-MSG-DD   DELIMITED BY SIZE
017220            "/"          DELIMITED BY SIZE
017230            DST-MSG-YYYY DELIMITED BY SIZE
017240       INTO FB-MSGL-LOG-DATE.
017250     STRING DST-MSG-HH   DELIMITED BY SIZE
017260            ":"          DELIMITED BY SIZE
017270            DST-MSG-MI   DELIMITED BY SIZE
017280            ":"          DELIMITED BY SIZE
017290            DST-MSG-SS   DELIMITED BY SIZE
017300       INTO FB-MSGL-LOG-TIME.
017310     MOVE DST-MSG-TEXT(13:) TO FB-MSGL-TEXT.
017320     WRITE FB-MSGL-RECORD.
017330 9800-EXIT.
017340     EXIT.
017350
017360 9810-FIND-MSG-END.
017370     SUBTRACT 1 FROM DST-MSG-LEN.
017380 9810-EXIT.
017390     EXIT.
017400
017410*-----------------------------------------------------------------
017420* 9900-WRITE-STEP-TIMING
017430* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
017440* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
017450* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
017460* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
017470* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
017480*-----------------------------------------------------------------
017490 9900-WRITE-STEP-TIMING.
017500     ACCEPT DST-TIM-END-DATE FROM DATE YYYYMMDD.
017510     ACCEPT DST-TIM-END-TIME FROM TIME.
017520     OPEN EXTEND STEPTIME-FILE.
017530     IF DST-STEPTIME-STATUS NOT = "00"
017540       MOVE "FBDIST0022I STEPTIME NOT AVAILABLE - NOT TIMED"
017550         TO DST-MSG-TEXT
017560       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
017570       GO TO 9900-EXIT
017580     END-IF.
017590     MULTIPLY DST-TIM-START-HH BY 3600 GIVING DST-TIM-START-SECS.
017600     MULTIPLY DST-TIM-START-MI BY 60 GIVING DST-TIM-WORK.
017610     ADD DST-TIM-WORK DST-TIM-START-SS TO DST-TIM-START-SECS.
017620     MULTIPLY DST-TIM-END-HH BY 3600 GIVING DST-TIM-END-SECS.
017630     MULTIPLY DST-TIM-END-MI BY 60 GIVING DST-TIM-WORK.
017640     ADD DST-TIM-WORK DST-TIM-END-SS TO DST-TIM-END-SECS.
017650     IF DST-TIM-END-DATE NOT = DST-TIM-START-DATE
017660       ADD 86400 TO DST-TIM-END-SECS
017670     END-IF.
017680     MOVE SPACES TO FB-STPT-RECORD.
017690     MOVE "FBDIST" TO FB-STPT-PROGRAM.
017700     IF DST-BUS-DATE-KEY > 0
017710       MOVE DST-BUS-DATE-KEY TO FB-STPT-BUS-DATE
017720     END-IF.
017730     MOVE DST-RUN-ID TO FB-STPT-RUN-ID.
017740     MOVE DST-TIM-START-DATE TO FB-STPT-START-DATE.
017750     MOVE DST-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
017760     MOVE DST-TIM-END-DATE TO FB-STPT-END-DATE.
017770     MOVE DST-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
017780     IF DST-TIM-END-SECS < DST-TIM-START-SECS
017790       MOVE 0 TO FB-STPT-ELAPSED
017800     ELSE
017810       SUBTRACT DST-TIM-START-SECS FROM DST-TIM-END-SECS
017820         GIVING FB-STPT-ELAPSED
017830     END-IF.
017840     MOVE DST-VSAM-READ TO FB-STPT-RECORDS.
017850     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
017860     WRITE FB-STPT-RECORD.
017870     CLOSE STEPTIME-FILE.
017880 9900-EXIT.
017890     EXIT.
017900
017910 9999-EXIT.
017920     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
017930     IF DST-MSGLOG-IS-OPEN
017940       CLOSE MSGLOG-FILE
017950     END-IF.
017960     STOP RUN.
