000230*                  THE FEED ON BAD CONTENT, NOT JUST BAD
000240*                  COUNTS - A RESTART THAT PICKED UP A CHANGED
000250*                  RULECTL MID-CYCLE NOW SURFACES HERE. THE
000251*                  PASS/FAIL RESULT IS STAMPED ON RUNCTL. THE
000252*                  GATE REFUSES TO RUN (RC 12) UNTIL THE MAIN
000253*                  JOB STAMPED THE DATE COMPLETE; COL 32 = B ON
000254*                  THE FIRST CONTROL CARD BYPASSES THE GATE.
000255* 10/14/2026 RDM   SKIPLIST ROWS NOW CARRY AN EXPIRY DATE AND A
000256*                  REQUESTER/TICKET REFERENCE. A ROW EXPIRED
000257*                  BEFORE THE BUSINESS DATE IS NOT LOADED, AS
000258*                  IN THE MAIN JOB.
000259* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000260*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000261*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000262*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000263*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000264* 10/15/2026 RDM   CLIENT PROFILES: EACH CONTROL CARD CARRIES A
000265*                  PROFILE CODE (COLS 34-37), AND RULECTL ROWS
000266*                  (COLS 23-26) AND SKIPLIST ROWS (COLS 69-72)
000267*                  MAY BE TIED TO ONE. EACH RANGE IS NOW
000268*                  VERIFIED AGAINST ITS PROFILE'S RULE SET (THE
000269*                  BASE PROFILE'S WHEN IT HAS NO ROWS OF ITS
000270*                  OWN) AND THE SKIPLIST ROWS THAT APPLY TO IT,
000271*                  AND READS VSAMOUT ON PROFILE PLUS I, AS THE
000272*                  MAIN JOB NOW WRITES IT. A SEVENTH PROFILE'S
000273*                  CARDS ARE SKIPPED, AS THE MAIN JOB REJECTS
000274*                  THEM.
000275* 10/15/2026 RDM   THE COL-32 GATE BYPASS NOW NEEDS AN OPERATOR
000276*                  ID (COLS 39-46) AND A REASON CODE (COLS 48-51)
000277*                  ON THE FIRST CONTROL CARD, AND THE OPERATOR
000278*                  MUST BE AUTHORIZED FOR IT ON OVRAUTH. THE
000279*                  BYPASS IS TAKEN ONLY WHEN THE GATE WOULD
000280*                  REFUSE, AND EVERY BYPASS HONORED OR REFUSED IS
000281*                  WRITTEN TO THE OVERRIDE LOG (OVRLOG). A REFUSED
000282*                  BYPASS KEEPS THE GATE SHUT.
000283* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
000284*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
000285*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
000286*                  START AND END, ELAPSED SECONDS, RECORDS
000287*                  PROCESSED (KEYS CHECKED) AND RETURN CODE -
000288*                  FOR THE FBFCAST BATCH-WINDOW
000289*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
000290*                  RUN.
000291* 10/15/2026 RDM   A CARD OUT OF VSAMOUT KEY ORDER (AN EARLIER
000292*                  PROFILE, OR A START NOT PAST THE PREVIOUS END
000293*                  FOR THE SAME PROFILE) IS NOW SKIPPED, AS THE
000294*                  MAIN JOB NOW REJECTS IT. MSGLOG RECORDS NOW
000295*                  CARRY THE CYCLE RUN ID.
000300*----------------------------------------------------------------*
000310
000320 IDENTIFICATION DIVISION.
000540     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS FB-VSAM-FULL-KEY
000580         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000590         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000600         FILE STATUS IS VER-VSAM-STATUS.
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS FB-RCTL-BUS-DATE
000700         FILE STATUS IS VER-RUNCTL-STATUS.
000701
000702     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000703         ORGANIZATION IS LINE SEQUENTIAL
000704         FILE STATUS IS VER-MSGLOG-STATUS.
000705
000706     SELECT OVRAUTH-FILE ASSIGN TO "OVRAUTH"
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS VER-OVRAUTH-STATUS.
000709
000710     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
000711         ORGANIZATION IS LINE SEQUENTIAL
000712         FILE STATUS IS VER-OVRLOG-STATUS.
000713
000714     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000715         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS VER-STEPTIME-STATUS.
000717
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SYSIN-FILE
000810     05  VER-PARM-RESTART-SW   PIC X(01).
000820     05  VER-PARM-BUS-DATE     PIC X(08).
000830     05  VER-PARM-BYPASS-SW    PIC X(01).
000832     05  FILLER                PIC X(01).
000834     05  VER-PARM-PROFILE      PIC X(04).
000836     05  FILLER                PIC X(01).
000838     05  VER-PARM-OPERATOR     PIC X(08).
000840     05  FILLER                PIC X(01).
000842     05  VER-PARM-REASON       PIC X(04).
000844     05  FILLER                PIC X(29).
000850
000860 FD  RULECTL-FILE
000870     LABEL RECORDS ARE OMITTED.
000890     05  VER-RULE-DIVISOR      PIC 9(03).
000900     05  VER-RULE-WORD         PIC X(10).
000910     05  VER-RULE-EFF-DATE     PIC X(08).
000915     05  FILLER                PIC X(01).
000920     05  VER-RULE-PROFILE      PIC X(04).
000925     05  FILLER                PIC X(54).
000930
000940 FD  SKIP-FILE
000950     LABEL RECORDS ARE OMITTED.
001010     05  VER-SKIP-REC-ACTION   PIC X(04).
001020     05  FILLER                PIC X(01).
001030     05  VER-SKIP-REC-TEXT     PIC X(20).
001032     05  FILLER                PIC X(01).
001034     05  VER-SKIP-REC-EXPIRY   PIC X(08).
001036     05  FILLER                PIC X(01).
001038     05  VER-SKIP-REC-REF      PIC X(12).
001040     05  FILLER                PIC X(01).
001042     05  VER-SKIP-REC-PROFILE  PIC X(04).
001044     05  FILLER                PIC X(08).
001050
001060 FD  VSAM-FILE
001070     LABEL RECORDS ARE STANDARD.
001140 FD  RUNCTL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY FBRUNCTL.
001161
001162 FD  MSGLOG-FILE
001163     LABEL RECORDS ARE STANDARD.
001164     COPY FBMSGLOG.
001165
001166 FD  OVRAUTH-FILE
001167     LABEL RECORDS ARE OMITTED.
001168     COPY FBOVRAUT.
001169
001170 FD  OVRLOG-FILE
001171     LABEL RECORDS ARE STANDARD.
001172     COPY FBOVRLOG.
001173
001174 FD  STEPTIME-FILE
001175     LABEL RECORDS ARE STANDARD.
001176     COPY FBSTEPTM.
001177
001180 WORKING-STORAGE SECTION.
001190 01  VER-FILE-STATUSES.
001200     05  VER-SYSIN-STATUS      PIC X(02) VALUE "00".
001230     05  VER-VSAM-STATUS       PIC X(02) VALUE "00".
001240     05  VER-VERRPT-STATUS     PIC X(02) VALUE "00".
001250     05  VER-RUNCTL-STATUS     PIC X(02) VALUE "00".
001252     05  VER-MSGLOG-STATUS     PIC X(02) VALUE "00".
001254     05  VER-STEPTIME-STATUS   PIC X(02) VALUE "00".
001256     05  VER-OVRAUTH-STATUS    PIC X(02) VALUE "00".
001258     05  VER-OVRLOG-STATUS     PIC X(02) VALUE "00".
001260
001270 01  VER-SWITCHES.
001280     05  VER-DECK-EOF-SW       PIC X(01) VALUE "N".
001320         88  VER-CARD-IS-INVALID       VALUE "N".
001330     05  VER-BYPASS-SW         PIC X(01) VALUE SPACE.
001340         88  VER-GATE-BYPASSED         VALUE "B".
001342     05  VER-OVR-AUTH-SW       PIC X(01) VALUE "N".
001344         88  VER-OVERRIDE-HONORED      VALUE "Y".
001346     05  VER-OVRAUTH-EOF-SW    PIC X(01) VALUE "N".
001348         88  VER-OVRAUTH-AT-EOF        VALUE "Y".
001350     05  VER-RUNCTL-AVAIL-SW   PIC X(01) VALUE "Y".
001360         88  VER-RUNCTL-IS-AVAILABLE   VALUE "Y".
001390     05  VER-RECORD-FOUND-SW   PIC X(01) VALUE "N".
001400         88  VER-RECORD-WAS-FOUND      VALUE "Y".
001402     05  VER-RULECTL-READ-SW   PIC X(01) VALUE "N".
001404         88  VER-RULECTL-WAS-READ      VALUE "Y".
001406     05  VER-RULES-LOADED-SW   PIC X(01) VALUE "N".
001408         88  VER-RULES-ARE-LOADED      VALUE "Y".
001410
001420 01  VER-MAX-I-VALUE           PIC S9(10) VALUE 999999999.
001430
001470     05  VER-RANGE-SUB         PIC 9(03) VALUE 0.
001480 01  VER-RANGE-TABLE.
001490     05  VER-RANGE-ENTRY OCCURS 50 TIMES.
001491         10  VER-RNG-START     PIC 9(09).
001492         10  VER-RNG-END       PIC 9(09).
001493         10  VER-RNG-PROFILE   PIC X(04).
001494
001495*    PROFILES SEEN ON THE DECK - THE MAIN JOB TAKES NO MORE THAN
001496*    SIX, AND ONLY THE FIRST SIX PRODUCED ANY OUTPUT.
001497 01  VER-PROFILE-CONTROL.
001498     05  VER-PRF-LIMIT         PIC 9(01) VALUE 6.
001499     05  VER-PRF-COUNT         PIC 9(01) VALUE 0.
001500     05  VER-PRF-SUB           PIC 9(01) VALUE 0.
001501     05  VER-PRF-FOUND-SUB     PIC 9(01) VALUE 0.
001502     05  VER-PROFILE-CODE      PIC X(04) VALUE SPACES.
001503     05  VER-LAST-PRINTED-PRF  PIC X(04) VALUE SPACES.
001504 01  VER-PROFILE-TABLE.
001505     05  VER-PRF-CODE          PIC X(04) OCCURS 6 TIMES.
001506
001507*    PROFILE AND END OF THE LAST GOOD CARD - A CARD THAT DOES NOT
001508*    FOLLOW IT IN VSAMOUT KEY ORDER WAS REJECTED BY THE MAIN JOB.
001509 01  VER-DECK-ORDER-CONTROL.
001510     05  VER-LAST-GOOD-SW      PIC X(01) VALUE "N".
001511         88  VER-HAVE-LAST-GOOD        VALUE "Y".
001512     05  VER-LAST-GOOD-PROFILE PIC X(04) VALUE SPACES.
001513     05  VER-LAST-GOOD-END     PIC S9(10) VALUE 0.
001520
001530*    RULE STAGING AND SELECTION, AS THE MAIN JOB'S LOAD DOES
001540*    IT: EVERY RULECTL ROW IS STAGED, THEN THE SET WITH THE
001590     05  VER-RSTG-COUNT        PIC 9(03) VALUE 0.
001600     05  VER-RSTG-SUB          PIC 9(03) VALUE 0.
001610     05  VER-RULE-SET-DATE     PIC 9(08) VALUE 0.
001613     05  VER-RSTG-PRF-ROWS     PIC 9(03) VALUE 0.
001616     05  VER-RSTG-SRC-PROFILE  PIC X(04) VALUE SPACES.
001620     05  VER-BUS-DATE-KEY      PIC 9(08) VALUE 0.
001630 01  VER-RULE-STAGE-TABLE.
001640     05  VER-RSTG-ENTRY OCCURS 50 TIMES.
001650         10  VER-RSTG-DIVISOR  PIC 9(03).
001660         10  VER-RSTG-WORD     PIC X(10).
001670         10  VER-RSTG-EFF-DATE PIC 9(08).
001675         10  VER-RSTG-PROFILE  PIC X(04).
001680
001690 01  VER-RULE-TABLE.
001700     05  VER-RULE-ENTRY OCCURS 9 TIMES.
001800     05  VER-SKIP-COUNT        PIC 9(03) VALUE 0.
001810     05  VER-SKIP-SUB          PIC 9(03) VALUE 0.
001820     05  VER-SKIP-FOUND-SUB    PIC 9(03) VALUE 0.
001825     05  VER-SKIP-EXPIRY-DATE  PIC 9(08) VALUE 0.
001830     05  VER-SKIP-ACTION-CODE  PIC X(01) VALUE SPACE.
001840         88  VER-SKIP-THIS-VALUE       VALUE "S".
001850         88  VER-OVERRIDE-THIS-VALUE   VALUE "O".
001890         10  VER-SKIP-THRU     PIC 9(09).
001900         10  VER-SKIP-ACT      PIC X(01).
001910         10  VER-SKIP-TEXT     PIC X(20).
001915         10  VER-SKIP-PRF      PIC X(04).
001920
001930 01  VER-WORK-FIELDS.
001940     05  VER-I                 PIC 9(09) VALUE 0.
002210 01  VER-PRINT-LIMIT           PIC 9(03) VALUE 100.
002220
002230 01  VER-CURRENT-DATE.
002231     05  VER-CUR-YYYY          PIC 9(04).
002232     05  VER-CUR-MM            PIC 9(02).
002233     05  VER-CUR-DD            PIC 9(02).
002234 01  VER-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
002235
002236*    THE GATE OVERRIDE BEING CHECKED: WHO PUNCHED IT AND WHY, ITS
002237*    TYPE, THE CYCLE'S RUN ID WHEN KNOWN, AND WHY IT WAS REFUSED.
002238 01  VER-OVERRIDE-CONTROL.
002239     05  VER-OVR-OPERATOR      PIC X(08) VALUE SPACES.
002240     05  VER-OVR-REASON        PIC X(04) VALUE SPACES.
002241     05  VER-OVR-TYPE          PIC X(08) VALUE SPACES.
002242     05  VER-OVR-RUN-ID        PIC X(14) VALUE SPACES.
002243     05  VER-OVR-NOTE          PIC X(30) VALUE SPACES.
002244
002245*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
002246*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
002247 01  VER-STEP-TIMING.
002248     05  VER-TIM-START-DATE    PIC X(08) VALUE SPACES.
002249     05  VER-TIM-START-TIME.
002250         10  VER-TIM-START-HH  PIC 9(02) VALUE 0.
002251         10  VER-TIM-START-MI  PIC 9(02) VALUE 0.
002252         10  VER-TIM-START-SS  PIC 9(02) VALUE 0.
002253         10  VER-TIM-START-HS  PIC 9(02) VALUE 0.
002254     05  VER-TIM-END-DATE      PIC X(08) VALUE SPACES.
002255     05  VER-TIM-END-TIME.
002256         10  VER-TIM-END-HH    PIC 9(02) VALUE 0.
002257         10  VER-TIM-END-MI    PIC 9(02) VALUE 0.
002258         10  VER-TIM-END-SS    PIC 9(02) VALUE 0.
002259         10  VER-TIM-END-HS    PIC 9(02) VALUE 0.
002260     05  VER-TIM-START-SECS    PIC 9(06) VALUE 0.
002261     05  VER-TIM-END-SECS      PIC 9(06) VALUE 0.
002262     05  VER-TIM-WORK          PIC 9(06) VALUE 0.
002263     05  VER-TIM-RUN-ID        PIC X(14) VALUE SPACES.
002264
002265*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002266*    TO SYSOUT AND TO MSGLOG.
002267 01  VER-MESSAGE-AREA.
002268     05  VER-MSG-TEXT          PIC X(132) VALUE SPACES.
002269     05  VER-MSG-LEN           PIC 9(03) VALUE 0.
002270     05  VER-MSGLOG-SW         PIC X(01) VALUE "N".
002271         88  VER-MSGLOG-NOT-OPENED     VALUE "N".
002272         88  VER-MSGLOG-IS-OPEN        VALUE "Y".
002273         88  VER-MSGLOG-UNAVAILABLE    VALUE "U".
002274 01  VER-MSG-DATE.
002275     05  VER-MSG-YYYY          PIC 9(04).
002276     05  VER-MSG-MM            PIC 9(02).
002277     05  VER-MSG-DD            PIC 9(02).
002278 01  VER-MSG-TIME.
002279     05  VER-MSG-HH            PIC 9(02).
002280     05  VER-MSG-MI            PIC 9(02).
002281     05  VER-MSG-SS            PIC 9(02).
002282     05  VER-MSG-HS            PIC 9(02).
002283
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390* GATE, AND LOADS THE RULE SET IN FORCE AND THE SKIPLIST.
002400*-----------------------------------------------------------------
002410 1000-INITIALIZE.
002413     ACCEPT VER-TIM-START-DATE FROM DATE YYYYMMDD.
002416     ACCEPT VER-TIM-START-TIME FROM TIME.
002420     ACCEPT VER-CURRENT-DATE FROM DATE YYYYMMDD.
002430     STRING VER-CUR-MM   DELIMITED BY SIZE
002440            "/"          DELIMITED BY SIZE
002510     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
002520     OPEN OUTPUT VERRPT-FILE.
002530     IF VER-VERRPT-STATUS NOT = "00"
002534       MOVE SPACES TO VER-MSG-TEXT
002538       STRING "FBVERIFY0001E VERRPT OPEN FAILED - STEP "
002542                                                 DELIMITED BY SIZE
002546              "REJECTED"                         DELIMITED BY SIZE
002550         INTO VER-MSG-TEXT
002554       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002560       MOVE 16 TO RETURN-CODE
002570       GO TO 9999-EXIT
002580     END-IF.
002680     PERFORM 1450-LOAD-SKIP-LIST THRU 1450-EXIT.
002690     OPEN INPUT VSAM-FILE.
002700     IF VER-VSAM-STATUS NOT = "00"
002704       MOVE SPACES TO VER-MSG-TEXT
002708       STRING "FBVERIFY0002E VSAMOUT OPEN FAILED - STEP "
002712                                                 DELIMITED BY SIZE
002716              "REJECTED"                         DELIMITED BY SIZE
002720         INTO VER-MSG-TEXT
002724       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002730       MOVE 16 TO RETURN-CODE
002740       CLOSE VERRPT-FILE
002750       GO TO 9999-EXIT
002880 1100-READ-PARM-DECK.
002890     OPEN INPUT SYSIN-FILE.
002900     IF VER-SYSIN-STATUS NOT = "00"
002904       MOVE SPACES TO VER-MSG-TEXT
002908       STRING "FBVERIFY0003E SYSIN OPEN FAILED - STEP "
002912                                                 DELIMITED BY SIZE
002916              "REJECTED"                         DELIMITED BY SIZE
002920         INTO VER-MSG-TEXT
002924       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002930       MOVE 16 TO RETURN-CODE
002940       GO TO 9999-EXIT
002950     END-IF.
002970       UNTIL VER-DECK-AT-EOF.
002980     CLOSE SYSIN-FILE.
002990     IF VER-RANGE-COUNT = 0
002994       MOVE SPACES TO VER-MSG-TEXT
002998       STRING "FBVERIFY0004E NO USABLE CONTROL CARD - STEP "
003002                                                 DELIMITED BY SIZE
003006              "REJECTED"                         DELIMITED BY SIZE
003010         INTO VER-MSG-TEXT
003014       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003020       MOVE 16 TO RETURN-CODE
003030       GO TO 9999-EXIT
003040     END-IF.
003130     END-READ.
003140     IF VER-RANGE-COUNT = 0 AND VER-RANGE-SUB = 0
003150       MOVE VER-PARM-BYPASS-SW TO VER-BYPASS-SW
003153       MOVE VER-PARM-OPERATOR  TO VER-OVR-OPERATOR
003156       MOVE VER-PARM-REASON    TO VER-OVR-REASON
003160       IF VER-PARM-BUS-DATE NOT = SPACES
003170         AND VER-PARM-BUS-DATE NUMERIC
003180         MOVE VER-PARM-BUS-DATE(5:4) TO VER-BUS-DATE-KEY(1:4)
003250     IF VER-CARD-IS-INVALID
003260       GO TO 1120-EXIT
003270     END-IF.
003271     PERFORM 1170-CHECK-DECK-ORDER THRU 1170-EXIT.
003272     IF VER-CARD-IS-INVALID
003273       GO TO 1120-EXIT
003274     END-IF.
003275     PERFORM 1160-REGISTER-PROFILE THRU 1160-EXIT.
003276     IF VER-CARD-IS-INVALID
003277       GO TO 1120-EXIT
003278     END-IF.
003280     IF VER-RANGE-COUNT >= VER-RANGE-LIMIT
003284       MOVE SPACES TO VER-MSG-TEXT
003288       STRING "FBVERIFY0005E MORE THAN 50 CONTROL CARDS - "
003292                                                 DELIMITED BY SIZE
003296              "EXTRA CARDS IGNORED"              DELIMITED BY SIZE
003300         INTO VER-MSG-TEXT
003304       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003310       SET VER-DECK-AT-EOF TO TRUE
003320       GO TO 1120-EXIT
003330     END-IF.
003340     ADD 1 TO VER-RANGE-COUNT.
003350     MOVE VER-PARM-START TO VER-RNG-START(VER-RANGE-COUNT).
003360     MOVE VER-PARM-END   TO VER-RNG-END(VER-RANGE-COUNT).
003362     MOVE VER-PARM-PROFILE TO VER-RNG-PROFILE(VER-RANGE-COUNT).
003364     SET VER-HAVE-LAST-GOOD TO TRUE.
003366     MOVE VER-PARM-PROFILE TO VER-LAST-GOOD-PROFILE.
003368     MOVE VER-PARM-END TO VER-LAST-GOOD-END.
003370 1120-EXIT.
003371     EXIT.
003372
003373*-----------------------------------------------------------------
003374* 1160-REGISTER-PROFILE
003375* NOTES THE CARD'S PROFILE AMONG THOSE SEEN ON THE DECK. A
003376* SEVENTH PROFILE'S CARD WAS REJECTED BY THE MAIN JOB, SO IT IS
003377* TREATED AS INVALID HERE AND PRODUCES NOTHING TO VERIFY.
003378*-----------------------------------------------------------------
003379 1160-REGISTER-PROFILE.
003380     MOVE 0 TO VER-PRF-FOUND-SUB.
003381     PERFORM 1165-TEST-ONE-PROFILE THRU 1165-EXIT
003382       VARYING VER-PRF-SUB FROM 1 BY 1
003383         UNTIL VER-PRF-SUB > VER-PRF-COUNT
003384           OR VER-PRF-FOUND-SUB > 0.
003385     IF VER-PRF-FOUND-SUB > 0
003386       GO TO 1160-EXIT
003387     END-IF.
003388     IF VER-PRF-COUNT >= VER-PRF-LIMIT
003389       SET VER-CARD-IS-INVALID TO TRUE
003390       GO TO 1160-EXIT
003391     END-IF.
003392     ADD 1 TO VER-PRF-COUNT.
003393     MOVE VER-PARM-PROFILE TO VER-PRF-CODE(VER-PRF-COUNT).
003394 1160-EXIT.
003395     EXIT.
003396
003397 1165-TEST-ONE-PROFILE.
003398     IF VER-PRF-CODE(VER-PRF-SUB) = VER-PARM-PROFILE
003399       MOVE VER-PRF-SUB TO VER-PRF-FOUND-SUB
003400     END-IF.
003401 1165-EXIT.
003402     EXIT.
003403
003404*-----------------------------------------------------------------
003405* 1170-CHECK-DECK-ORDER
003406* A CARD THAT DOES NOT FOLLOW THE LAST GOOD CARD IN VSAMOUT KEY
003407* ORDER (A LATER PROFILE, OR THE SAME PROFILE WITH A START PAST
003408* THE LAST END) WAS REJECTED BY THE MAIN JOB, SO IT IS TREATED
003409* AS INVALID HERE AND PRODUCES NOTHING TO VERIFY.
003410*-----------------------------------------------------------------
003411 1170-CHECK-DECK-ORDER.
003412     IF NOT VER-HAVE-LAST-GOOD
003413       GO TO 1170-EXIT
003414     END-IF.
003415     IF VER-PARM-PROFILE > VER-LAST-GOOD-PROFILE
003416       GO TO 1170-EXIT
003417     END-IF.
003418     IF VER-PARM-PROFILE = VER-LAST-GOOD-PROFILE
003419       AND VER-PARM-START > VER-LAST-GOOD-END
003420       GO TO 1170-EXIT
003421     END-IF.
003422     SET VER-CARD-IS-INVALID TO TRUE.
003423 1170-EXIT.
003424     EXIT.
003425
003426 1800-VALIDATE-PARMS.
003427     MOVE "Y" TO VER-CARD-VALID-SW.
003428     IF VER-PARM-START < 0 OR VER-PARM-END < 0
003430       OR VER-PARM-START > VER-MAX-I-VALUE
003440       OR VER-PARM-END > VER-MAX-I-VALUE
003450       OR VER-PARM-END < VER-PARM-START
003550* DATE PART OF EACH RECORD'S RUN ID TO THE BUSINESS DATE -
003560* RUNCTL HOLDS ONLY THE LAST SEGMENT'S ID, AND A STOP/RESTART
003570* OR A PARALLEL-STREAM CYCLE LEGITIMATELY LEAVES SEVERAL.
003574* THE COL-32 BYPASS IS TAKEN ONLY WHERE THE GATE WOULD REFUSE,
003578* AND ONLY WHEN 9700-CHECK-OVERRIDE HONORS IT FOR THE OPERATOR
003582* ON THE CARD; A REFUSED BYPASS LEAVES THE GATE TO REJECT THE
003586* STEP AS IF IT HAD NOT BEEN PUNCHED.
003590*-----------------------------------------------------------------
003600 1200-CHECK-RUN-CONTROL.
003610     OPEN I-O RUNCTL-FILE.
003620     IF VER-RUNCTL-STATUS NOT = "00"
003630       MOVE "N" TO VER-RUNCTL-AVAIL-SW
003640       IF VER-GATE-BYPASSED
003642         MOVE "BYPASS" TO VER-OVR-TYPE
003644         PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
003646       END-IF
003648       IF VER-OVERRIDE-HONORED
003650         MOVE SPACES TO VER-MSG-TEXT
003652         STRING "FBVERIFY0006I RUNCTL NOT AVAILABLE - GATE "
003654                                                 DELIMITED BY SIZE
003656                "BYPASSED BY CARD"               DELIMITED BY SIZE
003658           INTO VER-MSG-TEXT
003660         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003670         GO TO 1200-EXIT
003680       END-IF
003683       MOVE SPACES TO VER-MSG-TEXT
003686       STRING "FBVERIFY0007E RUNCTL NOT AVAILABLE - STEP "
003689                                                 DELIMITED BY SIZE
003692              "REJECTED (PUNCH B IN COL 32 AND AN AUTHORIZED "
003695                                                 DELIMITED BY SIZE
003698              "OPERATOR TO BYPASS)"              DELIMITED BY SIZE
003701         INTO VER-MSG-TEXT
003704       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003710       MOVE 12 TO RETURN-CODE
003720       GO TO 9999-EXIT
003730     END-IF.
003760       INVALID KEY
003770         CLOSE RUNCTL-FILE
003780         IF VER-GATE-BYPASSED
003782           MOVE "BYPASS" TO VER-OVR-TYPE
003784           PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
003786         END-IF
003788         IF VER-OVERRIDE-HONORED
003790           GO TO 1200-EXIT
003800         END-IF
003803         MOVE SPACES TO VER-MSG-TEXT
003806         STRING "FBVERIFY0008E NO RUNCTL RECORD FOR "
003809                                                 DELIMITED BY SIZE
003812                VER-BUS-DATE-KEY                 DELIMITED BY SIZE
003815                " - STEP REJECTED"               DELIMITED BY SIZE
003818           INTO VER-MSG-TEXT
003821         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003830         MOVE 12 TO RETURN-CODE
003840         GO TO 9999-EXIT
003850     END-READ.
003853     MOVE FB-RCTL-MAIN-RUN-ID TO VER-OVR-RUN-ID.
003856     MOVE FB-RCTL-MAIN-RUN-ID TO VER-TIM-RUN-ID.
003860     CLOSE RUNCTL-FILE.
003910     IF NOT FB-RCTL-MAIN-COMPLETE
003912       AND VER-GATE-BYPASSED
003914       MOVE "BYPASS" TO VER-OVR-TYPE
003916       PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
003918     END-IF.
003920     IF NOT FB-RCTL-MAIN-COMPLETE
003922       AND NOT VER-OVERRIDE-HONORED
003924       MOVE SPACES TO VER-MSG-TEXT
003926       STRING "FBVERIFY0009E MAIN JOB NOT COMPLETE FOR "
003928                                                 DELIMITED BY SIZE
003930              VER-BUS-DATE-KEY                   DELIMITED BY SIZE
003932              " - STEP REJECTED"                 DELIMITED BY SIZE
003934         INTO VER-MSG-TEXT
003936       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003950       MOVE 12 TO RETURN-CODE
003960       GO TO 9999-EXIT
003970     END-IF.
004000
004010*-----------------------------------------------------------------
004020* 1400-LOAD-RULE-TABLE
004028* STAGES EVERY RULECTL ROW THE WAY THE MAIN JOB DOES. THE SET
004036* WITH THE LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE
004044* IS TAKEN PROFILE BY PROFILE AS EACH RANGE IS VERIFIED
004052* (2910). A MISSING RULECTL FALLS BACK TO THE DEFAULT
004060* FIZZ/BUZZ RULES FOR EVERY PROFILE, AS THE MAIN JOB WOULD
004068* HAVE RUN WITH.
004080*-----------------------------------------------------------------
004090 1400-LOAD-RULE-TABLE.
004100     MOVE 0 TO VER-RULE-COUNT.
004150       PERFORM 1410-READ-ONE-RULE THRU 1410-EXIT
004160         UNTIL VER-RULECTL-STATUS NOT = "00"
004170       CLOSE RULECTL-FILE
004180       SET VER-RULECTL-WAS-READ TO TRUE
004210     END-IF.
004220 1400-EXIT.
004230     EXIT.
004420     ELSE
004430       MOVE 0 TO VER-RSTG-EFF-DATE(VER-RSTG-COUNT)
004440     END-IF.
004450     MOVE VER-RULE-PROFILE TO VER-RSTG-PROFILE(VER-RSTG-COUNT).
004500 1410-EXIT.
004510     EXIT.
004520
004530 1420-LOAD-DEFAULT-RULES.
004535     PERFORM 1440-CLEAR-RULE-TABLE THRU 1440-EXIT.
004540     MOVE 2 TO VER-RULE-COUNT.
004550     MOVE 3 TO VER-TBL-DIVISOR(1).
004560     MOVE "Fizz" TO VER-TBL-WORD(1).
004610 1420-EXIT.
004620     EXIT.
004630
004631*-----------------------------------------------------------------
004632* 1430-SELECT-RULE-SET
004633* BUILDS THE WORKING RULE TABLE FOR VER-PROFILE-CODE FROM THE
004634* STAGED ROWS OF THAT PROFILE - OR OF THE BASE PROFILE WHEN IT
004635* HAS NO ROWS OF ITS OWN - IN THE SET IN FORCE FOR THE BUSINESS
004636* DATE, AS THE MAIN JOB'S 1430 DOES.
004637*-----------------------------------------------------------------
004640 1430-SELECT-RULE-SET.
004641     PERFORM 1440-CLEAR-RULE-TABLE THRU 1440-EXIT.
004642     MOVE VER-PROFILE-CODE TO VER-RSTG-SRC-PROFILE.
004643     MOVE 0 TO VER-RSTG-PRF-ROWS.
004644     PERFORM 1432-COUNT-ONE-PRF-ROW THRU 1432-EXIT
004645       VARYING VER-RSTG-SUB FROM 1 BY 1
004646         UNTIL VER-RSTG-SUB > VER-RSTG-COUNT.
004647     IF VER-RSTG-PRF-ROWS = 0
004648       MOVE SPACES TO VER-RSTG-SRC-PROFILE
004649     END-IF.
004650     PERFORM 1434-TEST-ONE-SET-DATE THRU 1434-EXIT
004651       VARYING VER-RSTG-SUB FROM 1 BY 1
004652         UNTIL VER-RSTG-SUB > VER-RSTG-COUNT.
004653     PERFORM 1435-TAKE-ONE-RULE THRU 1435-EXIT
004660       VARYING VER-RSTG-SUB FROM 1 BY 1
004670         UNTIL VER-RSTG-SUB > VER-RSTG-COUNT.
004680 1430-EXIT.
004690     EXIT.
004691
004692 1432-COUNT-ONE-PRF-ROW.
004693     IF VER-RSTG-PROFILE(VER-RSTG-SUB) = VER-RSTG-SRC-PROFILE
004694       ADD 1 TO VER-RSTG-PRF-ROWS
004695     END-IF.
004696 1432-EXIT.
004697     EXIT.
004698
004699 1434-TEST-ONE-SET-DATE.
004700     IF VER-RSTG-PROFILE(VER-RSTG-SUB) = VER-RSTG-SRC-PROFILE
004701       AND VER-RSTG-EFF-DATE(VER-RSTG-SUB) <= VER-BUS-DATE-KEY
004702       AND VER-RSTG-EFF-DATE(VER-RSTG-SUB) > VER-RULE-SET-DATE
004703       MOVE VER-RSTG-EFF-DATE(VER-RSTG-SUB) TO VER-RULE-SET-DATE
004704     END-IF.
004705 1434-EXIT.
004706     EXIT.
004707
004710 1435-TAKE-ONE-RULE.
004712     IF VER-RSTG-PROFILE(VER-RSTG-SUB) NOT = VER-RSTG-SRC-PROFILE
004714       GO TO 1435-EXIT
004716     END-IF.
004720     IF VER-RSTG-EFF-DATE(VER-RSTG-SUB) NOT = VER-RULE-SET-DATE
004730       GO TO 1435-EXIT
004740     END-IF.
004820           TALLYING VER-TBL-WORD-LEN(VER-RULE-COUNT)
004830           FOR CHARACTERS BEFORE INITIAL SPACE
004840     END-IF.
004841 1435-EXIT.
004842     EXIT.
004843
004844*    EMPTIES THE WORKING RULE TABLE BEFORE THE NEXT PROFILE'S
004845*    RULE SET IS BUILT IN IT.
004846 1440-CLEAR-RULE-TABLE.
004847     MOVE 0 TO VER-RULE-COUNT.
004848     MOVE 0 TO VER-RULE-SET-DATE.
004849     PERFORM 1445-CLEAR-ONE-RULE THRU 1445-EXIT
004850       VARYING VER-RULE-SUB FROM 1 BY 1
004851         UNTIL VER-RULE-SUB > 9.
004852 1440-EXIT.
004853     EXIT.
004854
004855 1445-CLEAR-ONE-RULE.
004856     MOVE 0      TO VER-TBL-DIVISOR(VER-RULE-SUB).
004857     MOVE SPACES TO VER-TBL-WORD(VER-RULE-SUB).
004858     MOVE 0      TO VER-TBL-WORD-LEN(VER-RULE-SUB).
004859 1445-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
005220       AND VER-SKIP-REC-TEXT = SPACES
005230       GO TO 1460-EXIT
005240     END-IF.
005241     IF VER-SKIP-REC-EXPIRY NUMERIC
005242       MOVE VER-SKIP-REC-EXPIRY TO VER-SKIP-EXPIRY-DATE
005243       IF VER-SKIP-EXPIRY-DATE < VER-BUS-DATE-KEY
005244         GO TO 1460-EXIT
005245       END-IF
005246     END-IF.
005250     IF VER-SKIP-COUNT >= VER-SKIP-LIMIT
005260       GO TO 1460-EXIT
005270     END-IF.
005420     MOVE VER-SKIP-REC-ACTION(1:1)
005430       TO VER-SKIP-ACT(VER-SKIP-COUNT).
005440     MOVE VER-SKIP-REC-TEXT TO VER-SKIP-TEXT(VER-SKIP-COUNT).
005445     MOVE VER-SKIP-REC-PROFILE TO VER-SKIP-PRF(VER-SKIP-COUNT).
005450 1460-EXIT.
005460     EXIT.
005470
005590 2900-VERIFY-ONE-RANGE.
005600     MOVE VER-RNG-START(VER-RANGE-SUB) TO VER-START-I.
005610     MOVE VER-RNG-END(VER-RANGE-SUB)   TO VER-END-I.
005615     PERFORM 2910-SELECT-PROFILE-RULES THRU 2910-EXIT.
005620     PERFORM 2100-VERIFY-ONE-KEY THRU 2100-EXIT
005630       VARYING VER-I FROM VER-START-I BY 1
005631         UNTIL VER-I > VER-END-I.
005632 2900-EXIT.
005633     EXIT.
005634
005635*-----------------------------------------------------------------
005636* 2910-SELECT-PROFILE-RULES
005637* MAKES THE RANGE'S PROFILE THE ACTIVE ONE, REBUILDING THE
005638* WORKING RULE TABLE ONLY WHEN THE PROFILE CHANGES.
005639*-----------------------------------------------------------------
005640 2910-SELECT-PROFILE-RULES.
005641     IF VER-RULES-ARE-LOADED
005642       AND VER-RNG-PROFILE(VER-RANGE-SUB) = VER-PROFILE-CODE
005643       GO TO 2910-EXIT
005644     END-IF.
005645     MOVE VER-RNG-PROFILE(VER-RANGE-SUB) TO VER-PROFILE-CODE.
005646     IF VER-RULECTL-WAS-READ
005647       PERFORM 1430-SELECT-RULE-SET THRU 1430-EXIT
005648     ELSE
005649       PERFORM 1420-LOAD-DEFAULT-RULES THRU 1420-EXIT
005650     END-IF.
005651     SET VER-RULES-ARE-LOADED TO TRUE.
005652 2910-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------------
006250     EXIT.
006260
006270 2106-TEST-ONE-SKIP.
006272     IF VER-SKIP-PRF(VER-SKIP-SUB) NOT = SPACES
006274       AND VER-SKIP-PRF(VER-SKIP-SUB) NOT = VER-PROFILE-CODE
006276       GO TO 2106-EXIT
006278     END-IF.
006280     IF VER-I >= VER-SKIP-FROM(VER-SKIP-SUB)
006290       AND VER-I <= VER-SKIP-THRU(VER-SKIP-SUB)
006300       MOVE VER-SKIP-SUB TO VER-SKIP-FOUND-SUB
007090
007100 2300-READ-VSAM-KEY.
007110     MOVE "N" TO VER-RECORD-FOUND-SW.
007115     MOVE VER-PROFILE-CODE TO FB-VSAM-PROFILE.
007120     MOVE VER-I TO FB-VSAM-KEY.
007130     READ VSAM-FILE
007140       INVALID KEY
007220*-----------------------------------------------------------------
007230* 2500-PRINT-EXCEPTION
007240* PRINTS ONE EXCEPTION LINE (KEY, WHAT WAS EXPECTED, WHAT THE
007248* FILE HOLDS), AFTER A PROFILE LINE WHEN THE EXCEPTIONS MOVE ON
007256* TO ANOTHER PROFILE. PAST THE PRINT LIMIT THE EXCEPTIONS ARE
007264* ONLY COUNTED, SO A WRONG RULE SET OVER A BIG RANGE CANNOT
007272* FLOOD THE REPORT.
007280*-----------------------------------------------------------------
007290 2500-PRINT-EXCEPTION.
007300     ADD 1 TO VER-EXCEPTION-COUNT.
007310     IF VER-EXCEPTION-COUNT > VER-PRINT-LIMIT
007320       GO TO 2500-EXIT
007321     END-IF.
007322     IF VER-PROFILE-CODE NOT = VER-LAST-PRINTED-PRF
007323       MOVE VER-PROFILE-CODE TO VER-LAST-PRINTED-PRF
007324       MOVE SPACES TO VER-REPORT-RECORD
007325       STRING "PROFILE: "      DELIMITED BY SIZE
007326              VER-PROFILE-CODE DELIMITED BY SIZE
007327         INTO VER-REPORT-RECORD
007328       WRITE VER-REPORT-RECORD
007330     END-IF.
007340     MOVE SPACES TO VER-REPORT-RECORD.
007350     IF VER-SKIP-THIS-VALUE
008560     END-IF.
008570     OPEN I-O RUNCTL-FILE.
008580     IF VER-RUNCTL-STATUS NOT = "00"
008584       MOVE SPACES TO VER-MSG-TEXT
008588       STRING "FBVERIFY0010I RUNCTL NOT AVAILABLE - RESULT "
008592                                                 DELIMITED BY SIZE
008596              "NOT STAMPED"                      DELIMITED BY SIZE
008600         INTO VER-MSG-TEXT
008604       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008610       GO TO 8500-EXIT
008620     END-IF.
008630     MOVE VER-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
008730     END-IF.
008740     REWRITE FB-RCTL-RECORD
008750       INVALID KEY
008754         MOVE SPACES TO VER-MSG-TEXT
008758         STRING "FBVERIFY0011E RUNCTL REWRITE FAILED FOR "
008762                                                 DELIMITED BY SIZE
008766                FB-RCTL-BUS-DATE                 DELIMITED BY SIZE
008770           INTO VER-MSG-TEXT
008774         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008780     END-REWRITE.
008790     CLOSE RUNCTL-FILE.
008800 8500-EXIT.
008810     EXIT.
008820
008830 9999-EXIT.
008832     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
008834     IF VER-MSGLOG-IS-OPEN
008836       CLOSE MSGLOG-FILE
008838     END-IF.
008840     STOP RUN.
008850
008860*-----------------------------------------------------------------
008870* 9700-CHECK-OVERRIDE
008880* DECIDES WHETHER THE GATE OVERRIDE NAMED IN VER-OVR-TYPE IS
008890* HONORED. THE FIRST CONTROL CARD MUST CARRY AN OPERATOR ID
008900* (COLS 39-46) AND A REASON CODE (COLS 48-51), AND THE OPERATOR
008910* MUST HOLD AN OVRAUTH ROW FOR THIS PROGRAM (OR *) AND THIS
008920* OVERRIDE TYPE (OR *). A MISSING OVRAUTH REFUSES EVERY
008930* OVERRIDE. HONORED OR REFUSED, THE OVERRIDE IS WRITTEN TO
008940* OVRLOG BY 9710-LOG-OVERRIDE.
008950*-----------------------------------------------------------------
008960 9700-CHECK-OVERRIDE.
008970     MOVE "N" TO VER-OVR-AUTH-SW.
008980     MOVE SPACES TO VER-OVR-NOTE.
008990     IF VER-OVR-OPERATOR = SPACES
009000       MOVE "NO OPERATOR ID ON CARD" TO VER-OVR-NOTE
009010       GO TO 9700-LOG
009020     END-IF.
009030     IF VER-OVR-REASON = SPACES
009040       MOVE "NO REASON CODE ON CARD" TO VER-OVR-NOTE
009050       GO TO 9700-LOG
009060     END-IF.
009070     OPEN INPUT OVRAUTH-FILE.
009080     IF VER-OVRAUTH-STATUS NOT = "00"
009090       MOVE "OVRAUTH NOT AVAILABLE" TO VER-OVR-NOTE
009100       GO TO 9700-LOG
009110     END-IF.
009120     MOVE "N" TO VER-OVRAUTH-EOF-SW.
009130     PERFORM 9705-READ-ONE-AUTH THRU 9705-EXIT
009140       UNTIL VER-OVRAUTH-AT-EOF
009150         OR VER-OVERRIDE-HONORED.
009160     CLOSE OVRAUTH-FILE.
009170     IF NOT VER-OVERRIDE-HONORED
009180       MOVE "OPERATOR NOT AUTHORIZED" TO VER-OVR-NOTE
009190     END-IF.
009200 9700-LOG.
009210     PERFORM 9710-LOG-OVERRIDE THRU 9710-EXIT.
009220     MOVE SPACES TO VER-MSG-TEXT.
009230     IF VER-OVERRIDE-HONORED
009240       STRING "FBVERIFY0013I "                   DELIMITED BY SIZE
009250              VER-OVR-TYPE                      DELIMITED BY SPACE
009260              " OVERRIDE HONORED FOR "           DELIMITED BY SIZE
009270              VER-BUS-DATE-KEY                   DELIMITED BY SIZE
009280              " - OPERATOR "                     DELIMITED BY SIZE
009290              VER-OVR-OPERATOR                  DELIMITED BY SPACE
009300              " REASON "                         DELIMITED BY SIZE
009310              VER-OVR-REASON                     DELIMITED BY SIZE
009320         INTO VER-MSG-TEXT
009330     ELSE
009340       STRING "FBVERIFY0014W "                   DELIMITED BY SIZE
009350              VER-OVR-TYPE                      DELIMITED BY SPACE
009360              " OVERRIDE REFUSED FOR "           DELIMITED BY SIZE
009370              VER-BUS-DATE-KEY                   DELIMITED BY SIZE
009380              " - "                              DELIMITED BY SIZE
009390              VER-OVR-NOTE                       DELIMITED BY SIZE
009400         INTO VER-MSG-TEXT
009410     END-IF.
009420     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
009430 9700-EXIT.
009440     EXIT.
009450
009460 9705-READ-ONE-AUTH.
009470     READ OVRAUTH-FILE
009480       AT END
009490         SET VER-OVRAUTH-AT-EOF TO TRUE
009500         GO TO 9705-EXIT
009510     END-READ.
009520     IF FB-OAUT-OPERATOR(1:1) = "*"
009530       GO TO 9705-EXIT
009540     END-IF.
009550     IF FB-OAUT-OPERATOR = VER-OVR-OPERATOR
009560       AND (FB-OAUT-PROGRAM = "FBVERIFY" OR FB-OAUT-PROGRAM = "*")
009570       AND (FB-OAUT-TYPE = VER-OVR-TYPE OR FB-OAUT-TYPE = "*")
009580       SET VER-OVERRIDE-HONORED TO TRUE
009590     END-IF.
009600 9705-EXIT.
009610     EXIT.
009620
009630*-----------------------------------------------------------------
009640* 9710-LOG-OVERRIDE
009650* APPENDS THE OVERRIDE AND ITS OUTCOME TO THE PERMANENT OVERRIDE
009660* LOG (OVRLOG), CREATING IT ON FIRST USE. AN OVERRIDE THAT
009670* CANNOT BE LOGGED IS NOT HONORED.
009680*-----------------------------------------------------------------
009690 9710-LOG-OVERRIDE.
009700     OPEN EXTEND OVRLOG-FILE.
009710     IF VER-OVRLOG-STATUS NOT = "00"
009720       OPEN OUTPUT OVRLOG-FILE
009730     END-IF.
009740     IF VER-OVRLOG-STATUS NOT = "00"
009750       MOVE "N" TO VER-OVR-AUTH-SW
009760       MOVE "OVRLOG NOT AVAILABLE" TO VER-OVR-NOTE
009770       GO TO 9710-EXIT
009780     END-IF.
009790     ACCEPT VER-MSG-DATE FROM DATE YYYYMMDD.
009800     ACCEPT VER-MSG-TIME FROM TIME.
009810     MOVE SPACES TO FB-OVRL-RECORD.
009820     MOVE VER-BUS-DATE-KEY TO FB-OVRL-BUS-DATE.
009830     MOVE "FBVERIFY"       TO FB-OVRL-PROGRAM.
009840     MOVE VER-OVR-TYPE     TO FB-OVRL-TYPE.
009850     MOVE VER-OVR-OPERATOR TO FB-OVRL-OPERATOR.
009860     MOVE VER-OVR-REASON   TO FB-OVRL-REASON.
009870     MOVE VER-OVR-RUN-ID   TO FB-OVRL-RUN-ID.
009880     IF VER-OVERRIDE-HONORED
009890       SET FB-OVRL-HONORED TO TRUE
009900     ELSE
009910       SET FB-OVRL-REFUSED TO TRUE
009920     END-IF.
009930     STRING VER-MSG-MM   DELIMITED BY SIZE
009940            "/"          DELIMITED BY SIZE
009950            VER-MSG-DD   DELIMITED BY SIZE
009960            "/"          DELIMITED BY SIZE
009970            VER-MSG-YYYY DELIMITED BY SIZE
009980       INTO FB-OVRL-LOG-DATE.
009990     STRING VER-MSG-HH   DELIMITED BY SIZE
010000            ":"          DELIMITED BY SIZE
010010            VER-MSG-MI   DELIMITED BY SIZE
010020            ":"          DELIMITED BY SIZE
010030            VER-MSG-SS   DELIMITED BY SIZE
010040       INTO FB-OVRL-LOG-TIME.
010050     MOVE VER-OVR-NOTE     TO FB-OVRL-NOTE.
010060     WRITE FB-OVRL-RECORD.
010070     CLOSE OVRLOG-FILE.
010080 9710-EXIT.
010090     EXIT.
010100
010110*-----------------------------------------------------------------
010120* 9800-ISSUE-MESSAGE
010130* ISSUES THE MESSAGE BUILT IN VER-MSG-TEXT: DISPLAYS IT ON
010140* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
010150* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
010160* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
010170* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
010180* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
010190*-----------------------------------------------------------------
010200 9800-ISSUE-MESSAGE.
010210     MOVE 132 TO VER-MSG-LEN.
010220     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
010230       UNTIL VER-MSG-LEN = 1
010240         OR VER-MSG-TEXT(VER-MSG-LEN:1) NOT = SPACE.
010250     DISPLAY VER-MSG-TEXT(1:VER-MSG-LEN).
010260     IF VER-MSGLOG-NOT-OPENED
010270       OPEN EXTEND MSGLOG-FILE
010280       IF VER-MSGLOG-STATUS = "00"
010290         SET VER-MSGLOG-IS-OPEN TO TRUE
010300       ELSE
010310         SET VER-MSGLOG-UNAVAILABLE TO TRUE
010320         DISPLAY "FBVERIFY0012I MSGLOG NOT AVAILABLE - "
010330             "MESSAGES ON SYSOUT ONLY"
010340       END-IF
010350     END-IF.
010360     IF NOT VER-MSGLOG-IS-OPEN
010370       GO TO 9800-EXIT
010380     END-IF.
010390     ACCEPT VER-MSG-DATE FROM DATE YYYYMMDD.
010400     ACCEPT VER-MSG-TIME FROM TIME.
010410     MOVE SPACES TO FB-MSGL-RECORD.
010420     MOVE "FBVERIFY" TO FB-MSGL-PROGRAM.
010430     MOVE VER-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
010440     MOVE VER-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
010450     MOVE VER-TIM-RUN-ID TO FB-MSGL-RUN-ID.
010460     IF VER-BUS-DATE-KEY > 0
010470       MOVE VER-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
010480     END-IF.
010490     STRING VER-MSG-MM   DELIMITED BY SIZE
010500            "/"          DELIMITED BY SIZE
010510            VER-MSG-DD   DELIMITED BY SIZE
010520            "/"          DELIMITED BY SIZE
010530            VER-MSG-YYYY DELIMITED BY SIZE
010540       INTO FB-MSGL-LOG-DATE.
010550     STRING VER-MSG-HH   DELIMITED BY SIZE
010560            ":"          DELIMITED BY SIZE
010570            VER-MSG-MI   DELIMITED BY SIZE
010580            ":"          DELIMITED BY SIZE
010590            VER-MSG-SS   DELIMITED BY SIZE
010600       INTO FB-MSGL-LOG-TIME.
010610     MOVE VER-MSG-TEXT(15:) TO FB-MSGL-TEXT.
010620     WRITE FB-MSGL-RECORD.
010630 9800-EXIT.
010640     EXIT.
010650
010660 9810-FIND-MSG-END.
010670     SUBTRACT 1 FROM VER-MSG-LEN.
010680 9810-EXIT.
010690     EXIT.
010700
010710*-----------------------------------------------------------------
010720* 9900-WRITE-STEP-TIMING
010730* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
010740* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
010750* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
010760* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
010770* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
010780*-----------------------------------------------------------------
010790 9900-WRITE-STEP-TIMING.
010800     ACCEPT VER-TIM-END-DATE FROM DATE YYYYMMDD.
010810     ACCEPT VER-TIM-END-TIME FROM TIME.
010820     OPEN EXTEND STEPTIME-FILE.
010830     IF VER-STEPTIME-STATUS NOT = "00"
010840       MOVE "FBVERIFY0015I STEPTIME NOT AVAILABLE - NOT TIMED"
010850         TO VER-MSG-TEXT
010860       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
010870       GO TO 9900-EXIT
010880     END-IF.
010890     MULTIPLY VER-TIM-START-HH BY 3600 GIVING VER-TIM-START-SECS.
010900     MULTIPLY VER-TIM-START-MI BY 60 GIVING VER-TIM-WORK.
010910     ADD VER-TIM-WORK VER-TIM-START-SS TO VER-TIM-START-SECS.
010920     MULTIPLY VER-TIM-END-HH BY 3600 GIVING VER-TIM-END-SECS.
010930     MULTIPLY VER-TIM-END-MI BY 60 GIVING VER-TIM-WORK.
010940     ADD VER-TIM-WORK VER-TIM-END-SS TO VER-TIM-END-SECS.
010950     IF VER-TIM-END-DATE NOT = VER-TIM-START-DATE
010960       ADD 86400 TO VER-TIM-END-SECS
010970     END-IF.
010980     MOVE SPACES TO FB-STPT-RECORD.
010990     MOVE "FBVERIFY" TO FB-STPT-PROGRAM.
011000     IF VER-BUS-DATE-KEY > 0
011010       MOVE VER-BUS-DATE-KEY TO FB-STPT-BUS-DATE
011020     END-IF.
011030     MOVE VER-TIM-RUN-ID TO FB-STPT-RUN-ID.
011040     MOVE VER-TIM-START-DATE TO FB-STPT-START-DATE.
011050     MOVE VER-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
011060     MOVE VER-TIM-END-DATE TO FB-STPT-END-DATE.
011070     MOVE VER-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
011080     IF VER-TIM-END-SECS < VER-TIM-START-SECS
011090       MOVE 0 TO FB-STPT-ELAPSED
011100     ELSE
011110       SUBTRACT VER-TIM-START-SECS FROM VER-TIM-END-SECS
011120         GIVING FB-STPT-ELAPSED
011130     END-IF.
011140     MOVE VER-KEYS-CHECKED TO FB-STPT-RECORDS.
011150     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
011160     WRITE FB-STPT-RECORD.
011170     CLOSE STEPTIME-FILE.
011180 9900-EXIT.
011190     EXIT.
