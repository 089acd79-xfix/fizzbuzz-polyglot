001025*                  COMPLETION) - A RESTART CARD OR THE COL-32
001026*                  BYPASS LETS A STOPPED OR CRASHED RUN BE
001027*                  RESUMED OR RECOVERED.
001028* 10/14/2026 RDM   SKIPLIST ROWS NOW CARRY AN EXPIRY DATE
001029*                  (YYYYMMDD, COLS 47-54; BLANK MEANS
001030*                  PERMANENT) AND A REQUESTER/TICKET
001031*                  REFERENCE (COLS 56-67). A ROW WHOSE EXPIRY
001032*                  DATE IS BEFORE THE BUSINESS DATE IS NOT
001033*                  LOADED. THE FILE IS NOW MAINTAINED BY
001034*                  FBSKPMNT, WHICH REJECTS OVERLAPPING RANGES.
008501* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
008502*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
008503*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
008504*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
008505*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
008801* 10/14/2026 RDM   EACH CYCLE'S RULE-MIX STATISTICS (RULE-SET
008802*                  DATE, GRAND TALLIES, PER-RULE AND
008803*                  PER-COMBINATION HITS) ARE NOW LOADED AT END OF
008804*                  RUN INTO THE STATHIST KSDS (NEW COPYBOOK
008805*                  FBSTATHS), KEYED BY BUSINESS DATE, FOR THE
008806*                  FBSTATRP MONTH-END TREND REPORT. A STOPPED
008807*                  CYCLE IS KEPT AS STATUS P AND ITS RESTART ADDS
008808*                  ITS OWN COUNTS; A RERUN REPLACES THE DATE'S
008809*                  RECORD. A MISSING STATHIST DOES NOT STOP THE
008810*                  RUN.
009101* 10/15/2026 RDM   SEVERAL CLIENT RULE PROFILES NOW RUN IN ONE
009102*                  CYCLE. EACH CONTROL CARD CARRIES A PROFILE
009103*                  CODE (COLS 34-37, BLANK = BASE PROFILE), AND
009104*                  A RULECTL ROW (COLS 23-26) OR SKIPLIST ROW
009105*                  (COLS 69-72) MAY BE TIED TO ONE PROFILE. EACH
009106*                  PROFILE GETS ITS OWN EFFECTIVE-DATED RULE SET
009107*                  (THE BASE PROFILE'S WHEN IT HAS NO ROWS OF ITS
009108*                  OWN); A BLANK-PROFILE SKIPLIST ROW APPLIES TO
009109*                  EVERY PROFILE. VSAMOUT IS NOW KEYED BY PROFILE
009110*                  PLUS I, AND THE REPORT HEADING AND TOTALS, THE
009111*                  EXTRACT AND RULESUM/COMBSUM ROWS, STATHIST AND
009112*                  THE RUNCTL MILESTONE ALL CARRY THE PROFILE. AT
009113*                  MOST SIX PROFILES MAY RUN IN ONE CYCLE.
009540* 10/15/2026 RDM   A RUN ALSO CLEARS THE BI ACKNOWLEDGMENT STAMP
009541*                  ON RUNCTL ALONG WITH THE DOWNSTREAM MILESTONES.
010000* 10/15/2026 RDM   THE COL-32 RERUN/RECOVERY BYPASS NOW NEEDS AN
010001*                  OPERATOR ID (COLS 39-46) AND A REASON CODE
010002*                  (COLS 48-51) ON THE FIRST CONTROL CARD, AND THE
010003*                  OPERATOR MUST BE AUTHORIZED FOR IT ON THE NEW
010004*                  OVRAUTH FILE (COPYBOOK FBOVRAUT). EVERY BYPASS
010005*                  HONORED OR REFUSED IS WRITTEN TO THE PERMANENT
010006*                  OVERRIDE LOG (OVRLOG, COPYBOOK FBOVRLOG) FOR
010007*                  FBOVRRPT. A REFUSED BYPASS KEEPS THE GATE SHUT.
011000* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
011001*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
011002*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
011003*                  START AND END, ELAPSED SECONDS, RECORDS
011004*                  PROCESSED (THE GRAND TOTAL OF NUMBERS) AND
011005*                  RETURN CODE - FOR THE FBFCAST BATCH-WINDOW
011006*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
011007*                  RUN.
012001* 10/15/2026 RDM   VSAMOUT IS LOADED IN KEY ORDER (PROFILE, THEN
012002*                  I), SO A CONTROL CARD THAT DOES NOT FOLLOW THE
012003*                  PREVIOUS GOOD CARD IN THAT ORDER - AN EARLIER
012004*                  PROFILE, OR A START NOT PAST THE PREVIOUS END
012005*                  FOR THE SAME PROFILE - IS NOW REJECTED AS A BAD
012006*                  PUNCH (FIZZBUZZ0037E) INSTEAD OF FAILING ITS
012007*                  VSAMOUT WRITES.
013001* 10/15/2026 RDM   THE BUSINESS DATE KEY IS NOW SET AS THE FIRST
013002*                  CONTROL CARD IS TAKEN, SO EVERY MESSAGE AND
013003*                  THE STEPTIME RECORD CARRY THE BUSINESS DATE,
013004*                  CARD REJECTS AND GATE REFUSALS INCLUDED.
000992*----------------------------------------------------------------*
000940
000950 IDENTIFICATION DIVISION.
001210     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS SEQUENTIAL
001240         RECORD KEY IS FB-VSAM-FULL-KEY
001242         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
001244         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
001250         FILE STATUS IS FB-VSAM-STATUS.
001354         ACCESS MODE IS RANDOM
001356         RECORD KEY IS FB-RCTL-BUS-DATE
001358         FILE STATUS IS FB-RUNCTL-STATUS.
001368
001378     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
001388         ORGANIZATION IS LINE SEQUENTIAL
001398         FILE STATUS IS FB-MSGLOG-STATUS.
001408
001418     SELECT STAT-FILE ASSIGN TO "STATHIST"
001428         ORGANIZATION IS INDEXED
001438         ACCESS MODE IS RANDOM
001448         RECORD KEY IS FB-STAT-KEY
001458         FILE STATUS IS FB-STATHIST-STATUS.
001468
001478     SELECT OVRAUTH-FILE ASSIGN TO "OVRAUTH"
001488         ORGANIZATION IS LINE SEQUENTIAL
001498         FILE STATUS IS FB-OVRAUTH-STATUS.
001508
001518     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
001528         ORGANIZATION IS LINE SEQUENTIAL
001538         FILE STATUS IS FB-OVRLOG-STATUS.
001548
001558     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
001568         ORGANIZATION IS LINE SEQUENTIAL
001578         FILE STATUS IS FB-STEPTIME-STATUS.
001588
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  SYSIN-FILE
001440     05  FB-PARM-RESTART-SW     PIC X(01).
001442     05  FB-PARM-BUS-DATE       PIC X(08).
001444     05  FB-PARM-BYPASS-SW      PIC X(01).
001446     05  FILLER                 PIC X(01).
001448     05  FB-PARM-PROFILE        PIC X(04).
001450     05  FILLER                 PIC X(01).
001452     05  FB-PARM-OPERATOR       PIC X(08).
001454     05  FILLER                 PIC X(01).
001456     05  FB-PARM-REASON         PIC X(04).
001458     05  FILLER                 PIC X(29).
001460
001470 FD  RPTOUT-FILE
001480     LABEL RECORDS ARE STANDARD.
001540     05  FB-RULE-DIVISOR        PIC 9(03).
001550     05  FB-RULE-WORD           PIC X(10).
001552     05  FB-RULE-EFF-DATE       PIC X(08).
001556     05  FILLER                 PIC X(01).
001560     05  FB-RULE-PROFILE        PIC X(04).
001564     05  FILLER                 PIC X(54).
001570
001580 FD  CKPT-FILE
001590     LABEL RECORDS ARE OMITTED.
001754     05  FB-SKIP-REC-ACTION     PIC X(04).
001755     05  FILLER                 PIC X(01).
001756     05  FB-SKIP-REC-TEXT       PIC X(20).
001757     05  FILLER                 PIC X(01).
001758     05  FB-SKIP-REC-EXPIRY     PIC X(08).
001759     05  FILLER                 PIC X(01).
001760     05  FB-SKIP-REC-REF        PIC X(12).
001761     05  FILLER                 PIC X(01).
001762     05  FB-SKIP-REC-PROFILE    PIC X(04).
001763     05  FILLER                 PIC X(08).
001764
001765 FD  STOP-FILE
001766     LABEL RECORDS ARE OMITTED.
001767 01  FB-STOP-RECORD             PIC X(80).
001768
001769 FD  RUNCTL-FILE
001770     LABEL RECORDS ARE STANDARD.
001772     COPY FBRUNCTL.
001782
001792 FD  MSGLOG-FILE
001802     LABEL RECORDS ARE STANDARD.
001812     COPY FBMSGLOG.
001822
001832 FD  STAT-FILE
001842     LABEL RECORDS ARE STANDARD.
001852     COPY FBSTATHS.
001862
001872 FD  OVRAUTH-FILE
001882     LABEL RECORDS ARE OMITTED.
001892     COPY FBOVRAUT.
001902
001912 FD  OVRLOG-FILE
001922     LABEL RECORDS ARE STANDARD.
001932     COPY FBOVRLOG.
001942
001952 FD  STEPTIME-FILE
001962     LABEL RECORDS ARE STANDARD.
001972     COPY FBSTEPTM.
001750
001760 WORKING-STORAGE SECTION.
001770 01  FB-FILE-STATUSES.
001842     05  FB-SKIP-STATUS         PIC X(02) VALUE "00".
001844     05  FB-STOP-STATUS         PIC X(02) VALUE "00".
001846     05  FB-RUNCTL-STATUS       PIC X(02) VALUE "00".
001848     05  FB-MSGLOG-STATUS       PIC X(02) VALUE "00".
001850     05  FB-STEPTIME-STATUS     PIC X(02) VALUE "00".
001852     05  FB-STATHIST-STATUS     PIC X(02) VALUE "00".
001854     05  FB-OVRAUTH-STATUS      PIC X(02) VALUE "00".
001856     05  FB-OVRLOG-STATUS       PIC X(02) VALUE "00".
001858
001860 01  FB-SWITCHES.
001870     05  FB-PARM-VALID-SW       PIC X(01) VALUE "Y".
001880         88  FB-PARMS-ARE-VALID         VALUE "Y".
001922     05  FB-STOP-SW             PIC X(01) VALUE "N".
001924         88  FB-STOP-REQUESTED          VALUE "Y".
001926     05  FB-COMBO-OVFL-SW       PIC X(01) VALUE "N".
001927         88  FB-COMBOS-OVERFLOWED       VALUE "Y".
001928     05  FB-BYPASS-SW           PIC X(01) VALUE SPACE.
001929         88  FB-DUP-RUN-BYPASSED        VALUE "B".
001930     05  FB-OVR-AUTH-SW         PIC X(01) VALUE "N".
001931         88  FB-OVERRIDE-HONORED        VALUE "Y".
001932     05  FB-OVRAUTH-EOF-SW      PIC X(01) VALUE "N".
001933         88  FB-OVRAUTH-AT-EOF          VALUE "Y".
001934     05  FB-RUNCTL-AVAIL-SW     PIC X(01) VALUE "Y".
001936         88  FB-RUNCTL-IS-AVAILABLE     VALUE "Y".
001938     05  FB-RCTL-EXISTS-SW      PIC X(01) VALUE "N".
001940         88  FB-RCTL-RECORD-EXISTS      VALUE "Y".
008820     05  FB-STAT-EXISTS-SW      PIC X(01) VALUE "N".
008821         88  FB-STAT-RECORD-EXISTS      VALUE "Y".
001920
001930 01  FB-MAX-I-VALUE              PIC S9(10) VALUE 999999999.
001940
002034         10  FB-RNG-VALID-SW    PIC X(01).
002035             88  FB-RNG-IS-VALID        VALUE "Y".
002036         10  FB-RNG-CARD        PIC X(40).
002046         10  FB-RNG-PROFILE     PIC X(04).
002056
002066*    EXCLUSION/OVERRIDE ENTRIES LOADED FROM SKIPLIST. FIRST
002076*    MATCHING ENTRY WINS WHEN RANGES OVERLAP (FBSKPMNT WILL NOT
002086*    WRITE AN OVERLAPPING LIST). EXPIRED ROWS ARE NOT LOADED.
002096*    A ROW WITH A BLANK PROFILE APPLIES TO EVERY PROFILE.
002106 01  FB-SKIP-CONTROL.
002116     05  FB-SKIP-LIMIT          PIC 9(03) VALUE 50.
002126     05  FB-SKIP-COUNT          PIC 9(03) VALUE 0.
002136     05  FB-SKIP-SUB            PIC 9(03) VALUE 0.
002146     05  FB-SKIP-FOUND-SUB      PIC 9(03) VALUE 0.
002156     05  FB-SKIP-EXPIRY-DATE    PIC 9(08) VALUE 0.
002166     05  FB-SKIP-ACTION-CODE    PIC X(01) VALUE SPACE.
002176         88  FB-SKIP-THIS-VALUE          VALUE "S".
002186         88  FB-OVERRIDE-THIS-VALUE      VALUE "O".
002196         88  FB-NO-SKIP-MATCH            VALUE " ".
002206 01  FB-SKIP-TABLE.
002216     05  FB-SKIP-ENTRY OCCURS 50 TIMES.
002226         10  FB-SKIP-FROM       PIC 9(09).
002236         10  FB-SKIP-THRU       PIC 9(09).
002246         10  FB-SKIP-ACT        PIC X(01).
002256         10  FB-SKIP-TEXT       PIC X(20).
002266         10  FB-SKIP-PRF        PIC X(04).
002054
002055*    RAW START/END OFF THE FIRST CONTROL CARD, HELD FOR THE
002056*    AUDITLOG ENTRY THE WAY THE SINGLE-CARD RUN RECORDED THEM.
002150     05  FB-REMAINDER           PIC S9(03) VALUE 0.
002160     05  FB-BUILT-TEXT          PIC X(20) VALUE SPACES.
002170     05  FB-TEXT-LEN            PIC 99    VALUE 0.
002171
002172*    EVERY RULECTL ROW IS STAGED HERE FIRST; FB-RULE-TABLE IS
002173*    THEN BUILT FROM THE ONE EFFECTIVE-DATED SET IN FORCE FOR
002174*    THE RUN'S BUSINESS DATE (THE LATEST EFFECTIVE DATE NOT
002175*    AFTER IT). A BLANK EFFECTIVE DATE STAGES AS ZERO, SO AN
002176*    OLD-FORMAT UNDATED FILE IS THE ALWAYS-IN-FORCE BASE SET.
002177*    THE SET IS CHOSEN PER PROFILE, FROM THE PROFILE'S OWN ROWS
002178*    OR, WHEN IT HAS NONE, FROM THE BASE (BLANK) PROFILE'S ROWS.
002179 01  FB-RULE-STAGE-CONTROL.
002180     05  FB-RSTG-LIMIT          PIC 9(03) VALUE 50.
002181     05  FB-RSTG-COUNT          PIC 9(03) VALUE 0.
002182     05  FB-RSTG-SUB            PIC 9(03) VALUE 0.
002183     05  FB-RSTG-PRF-ROWS       PIC 9(03) VALUE 0.
002184     05  FB-RSTG-SRC-PROFILE    PIC X(04) VALUE SPACES.
002191     05  FB-RULE-SET-DATE       PIC 9(08) VALUE 0.
002192     05  FB-BUS-DATE-KEY        PIC 9(08) VALUE 0.
002193 01  FB-RULE-STAGE-TABLE.
002195         10  FB-RSTG-DIVISOR    PIC 9(03).
002196         10  FB-RSTG-WORD       PIC X(10).
002197         10  FB-RSTG-EFF-DATE   PIC 9(08).
002207         10  FB-RSTG-PROFILE    PIC X(04).
002217
002190 01  FB-RULE-TABLE.
002200     05  FB-RULE-ENTRY OCCURS 9 TIMES INDEXED BY FB-RULE-IX.
002210         10  FB-TBL-DIVISOR     PIC 9(03) VALUE 0.
002333     05  FB-GRAND-SKIPPED       PIC 9(09) VALUE 0.
002334     05  FB-GRAND-OVERRIDE      PIC 9(09) VALUE 0.
002336     05  FB-GRAND-EXPECTED      PIC 9(09) VALUE 0.
002346
002356*    ONE ENTRY PER CLIENT PROFILE NAMED ON THE CONTROL DECK, IN
002366*    ORDER OF FIRST APPEARANCE. EACH PROFILE KEEPS ITS OWN RULE
002376*    TABLE, COMBINATION TABLE, RULE-SET DATE AND TOTALS (THE
002386*    GRAND TOTALS ABOVE STAY ACROSS ALL PROFILES). THE PROFILE
002396*    OF THE RANGE BEING PROCESSED IS SWAPPED INTO THE WORKING
002406*    TABLES WHEN IT DIFFERS FROM THE PREVIOUS RANGE'S. THE
002416*    LIMIT MATCHES THE RUNCTL PROFILE TABLE.
002426*    VSAMOUT IS WRITTEN IN KEY ORDER, SO THE DECK MUST BE IN KEY
002436*    ORDER TOO: THE BASE PROFILE'S CARDS (BLANK PROFILE) FIRST,
002446*    THEN EACH PROFILE'S CARDS TOGETHER IN PROFILE CODE ORDER,
002456*    AND WITHIN A PROFILE EACH CARD'S RANGE AFTER THE LAST. A
002466*    CARD OUT OF THAT ORDER IS REJECTED (1170-CHECK-DECK-ORDER)
002476*    AGAINST THE LAST GOOD CARD, WHOSE PROFILE AND END ARE KEPT
002486*    HERE.
002496 01  FB-PROFILE-CONTROL.
002506     05  FB-PRF-LIMIT           PIC 9(03) VALUE 6.
002516     05  FB-PRF-COUNT           PIC 9(03) VALUE 0.
002526     05  FB-PRF-SUB             PIC 9(03) VALUE 0.
002536     05  FB-PRF-FOUND-SUB       PIC 9(03) VALUE 0.
002546     05  FB-PRF-ACTIVE-SUB      PIC 9(03) VALUE 0.
002556     05  FB-PROFILE-CODE        PIC X(04) VALUE SPACES.
002566     05  FB-PROFILE-DISPLAY     PIC X(06) VALUE SPACES.
002576     05  FB-STOP-RANGE-NUM      PIC 9(03) VALUE 0.
002586     05  FB-LAST-GOOD-SW        PIC X(01) VALUE "N".
002596         88  FB-HAVE-LAST-GOOD          VALUE "Y".
002606     05  FB-LAST-GOOD-PROFILE   PIC X(04) VALUE SPACES.
002616     05  FB-LAST-GOOD-END       PIC S9(10) VALUE 0.
002626 01  FB-PROFILE-TOTALS.
002636     05  FB-PTOT-SINGLE         PIC 9(09) VALUE 0.
002646     05  FB-PTOT-MULTI          PIC 9(09) VALUE 0.
002656     05  FB-PTOT-NUMBER         PIC 9(09) VALUE 0.
002666     05  FB-PTOT-TOTAL          PIC 9(09) VALUE 0.
002676     05  FB-PTOT-SKIPPED        PIC 9(09) VALUE 0.
002686     05  FB-PTOT-OVERRIDE       PIC 9(09) VALUE 0.
002696     05  FB-PTOT-EXPECTED       PIC 9(09) VALUE 0.
002706 01  FB-PROFILE-TABLE.
002716     05  FB-PRF-ENTRY OCCURS 6 TIMES.
002726         10  FB-PRF-CODE        PIC X(04).
002736         10  FB-PRF-LAST-RANGE  PIC 9(03).
002746         10  FB-PRF-RULE-SET-DATE PIC 9(08).
002756         10  FB-PRF-RULE-COUNT  PIC 99.
002766         10  FB-PRF-RULES       PIC X(297).
002776         10  FB-PRF-COMBO-COUNT PIC 9(03).
002786         10  FB-PRF-COMBO-OVFL-SW PIC X(01).
002796         10  FB-PRF-COMBOS      PIC X(2350).
002806         10  FB-PRF-TOTALS      PIC X(63).
002816
002340 01  FB-REPORT-CONTROL.
002350     05  FB-LINE-COUNT          PIC 9(03) VALUE 0.
002360     05  FB-LINES-PER-PAGE      PIC 9(03) VALUE 60.
002532
002534 01  FB-RUN-ID                   PIC X(14) VALUE SPACES.
002540
002541*    THE GATE OVERRIDE BEING CHECKED: WHO PUNCHED IT AND WHY (FROM
002542*    THE FIRST CONTROL CARD), ITS TYPE, AND WHY IT WAS REFUSED.
002543 01  FB-OVERRIDE-CONTROL.
002544     05  FB-OVR-OPERATOR        PIC X(08) VALUE SPACES.
002545     05  FB-OVR-REASON          PIC X(04) VALUE SPACES.
002546     05  FB-OVR-TYPE            PIC X(08) VALUE SPACES.
002547     05  FB-OVR-NOTE            PIC X(30) VALUE SPACES.
002548
002549*    SUBSCRIPTS FOR MATCHING THIS RUN'S RULES AND COMBINATIONS
002550*    TO THE ENTRIES ALREADY ON A STOPPED CYCLE'S STATHIST RECORD.
002551 01  FB-STAT-CONTROL.
002552     05  FB-STAT-SUB            PIC 9(03) VALUE 0.
002553     05  FB-STAT-FOUND-SUB      PIC 9(03) VALUE 0.
002554
002555*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
002556*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
002557 01  FB-STEP-TIMING.
002558     05  FB-TIM-START-DATE      PIC X(08) VALUE SPACES.
002559     05  FB-TIM-START-TIME.
002560         10  FB-TIM-START-HH    PIC 9(02) VALUE 0.
002561         10  FB-TIM-START-MI    PIC 9(02) VALUE 0.
002562         10  FB-TIM-START-SS    PIC 9(02) VALUE 0.
002563         10  FB-TIM-START-HS    PIC 9(02) VALUE 0.
002564     05  FB-TIM-END-DATE        PIC X(08) VALUE SPACES.
002565     05  FB-TIM-END-TIME.
002566         10  FB-TIM-END-HH      PIC 9(02) VALUE 0.
002567         10  FB-TIM-END-MI      PIC 9(02) VALUE 0.
002568         10  FB-TIM-END-SS      PIC 9(02) VALUE 0.
002569         10  FB-TIM-END-HS      PIC 9(02) VALUE 0.
002570     05  FB-TIM-START-SECS      PIC 9(06) VALUE 0.
002571     05  FB-TIM-END-SECS        PIC 9(06) VALUE 0.
002572     05  FB-TIM-WORK            PIC 9(06) VALUE 0.
002573
002574*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002575*    TO SYSOUT AND TO MSGLOG.
002576 01  FB-MESSAGE-AREA.
002577     05  FB-MSG-TEXT            PIC X(132) VALUE SPACES.
002578     05  FB-MSG-LEN             PIC 9(03) VALUE 0.
002579     05  FB-MSGLOG-SW           PIC X(01) VALUE "N".
002580         88  FB-MSGLOG-NOT-OPENED       VALUE "N".
002581         88  FB-MSGLOG-IS-OPEN          VALUE "Y".
002582         88  FB-MSGLOG-UNAVAILABLE      VALUE "U".
002583 01  FB-MSG-DATE.
002584     05  FB-MSG-YYYY            PIC 9(04).
002585     05  FB-MSG-MM              PIC 9(02).
002586     05  FB-MSG-DD              PIC 9(02).
002587 01  FB-MSG-TIME.
002588     05  FB-MSG-HH              PIC 9(02).
002589     05  FB-MSG-MI              PIC 9(02).
002590     05  FB-MSG-SS              PIC 9(02).
002591     05  FB-MSG-HS              PIC 9(02).
002592
002593 PROCEDURE DIVISION.
002594 0000-MAINLINE.
002595     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002596     IF FB-PARMS-ARE-VALID
002600       PERFORM 2000-PROCESS-ALL-RANGES THRU 2000-EXIT
002610     END-IF.
002620     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002680* FOR THIS RUN.
002690*-----------------------------------------------------------------
002700 1000-INITIALIZE.
002703     ACCEPT FB-TIM-START-DATE FROM DATE YYYYMMDD.
002706     ACCEPT FB-TIM-START-TIME FROM TIME.
002710     ACCEPT FB-CURRENT-DATE FROM DATE YYYYMMDD.
002720     STRING FB-CUR-MM   DELIMITED BY SIZE
002730            "/"         DELIMITED BY SIZE
003232     PERFORM 1140-APPLY-BUSINESS-DATE THRU 1140-EXIT.
003240 1100-EXIT.
003250     EXIT.
003251
003252 1120-READ-ONE-CARD.
003253     READ SYSIN-FILE
003254       AT END
003255         SET FB-DECK-AT-EOF TO TRUE
003256         GO TO 1120-EXIT
003257     END-READ.
003258     IF FB-RANGE-COUNT = 0
003259       PERFORM 1130-TAKE-FIRST-CARD-INFO THRU 1130-EXIT
003260     END-IF.
003261     IF FB-RANGE-COUNT >= FB-RANGE-LIMIT
003262       MOVE SPACES TO FB-MSG-TEXT
003263       STRING "FIZZBUZZ0016E MORE THAN 50 CONTROL CARDS - "
003264                                                 DELIMITED BY SIZE
003265              "EXTRA CARDS DISCARDED"            DELIMITED BY SIZE
003266         INTO FB-MSG-TEXT
003267       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003274       SET FB-DECK-AT-EOF TO TRUE
003275       GO TO 1120-EXIT
003276     END-IF.
003287     MOVE FB-PARM-END        TO FB-AUDIT-END.
003288     MOVE FB-PARM-BUS-DATE   TO FB-BUS-DATE-CARD.
003289     MOVE FB-PARM-BYPASS-SW  TO FB-BYPASS-SW.
010040     MOVE FB-PARM-OPERATOR   TO FB-OVR-OPERATOR.
010041     MOVE FB-PARM-REASON     TO FB-OVR-REASON.
013101     MOVE FB-CURRENT-DATE    TO FB-BUS-DATE-KEY.
013102     IF FB-BUS-DATE-CARD NUMERIC
013103       AND FB-BUS-MM NOT < "01" AND FB-BUS-MM NOT > "12"
013104       AND FB-BUS-DD NOT < "01" AND FB-BUS-DD NOT > "31"
013105       MOVE FB-BUS-YYYY TO FB-BUS-DATE-KEY(1:4)
013106       MOVE FB-BUS-MM   TO FB-BUS-DATE-KEY(5:2)
013107       MOVE FB-BUS-DD   TO FB-BUS-DATE-KEY(7:2)
013108     END-IF.
003289 1130-EXIT.
003290     EXIT.
003290
003300*-----------------------------------------------------------------
003310* 1140-APPLY-BUSINESS-DATE
003320* WHEN THE FIRST CONTROL CARD CARRIES A BUSINESS DATE, SWAPS
003330* IT IN FOR THE SYSTEM DATE EVERYWHERE THE RUN DATE IS USED:
003340* THE REPORT HEADING, THE AUDITLOG ENTRY, THE RUN IDENTIFIER
003350* AND THE DATE ON EACH EXTRACT ROW. A BLANK FIELD KEEPS THE
003360* SYSTEM DATE; A GARBAGE DATE REJECTS THE RUN LIKE ANY OTHER
003370* BAD PARM.
003380*-----------------------------------------------------------------
003390 1140-APPLY-BUSINESS-DATE.
003400     IF FB-BUS-DATE-CARD = SPACES
003410       GO TO 1140-EXIT
003420     END-IF.
003430     IF FB-BUS-DATE-CARD NOT NUMERIC
003440       OR FB-BUS-MM < "01" OR FB-BUS-MM > "12"
003450       OR FB-BUS-DD < "01" OR FB-BUS-DD > "31"
003460       MOVE SPACES TO FB-MSG-TEXT
003470       STRING "FIZZBUZZ0020E BUSINESS DATE INVALID - RUN "
003480                                                 DELIMITED BY SIZE
003490              "REJECTED"                         DELIMITED BY SIZE
003500         INTO FB-MSG-TEXT
003510       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003300       SET FB-PARMS-ARE-INVALID TO TRUE
003301       MOVE 16 TO RETURN-CODE
003302       GO TO 1140-EXIT
003323     EXIT.
003324
003325 1150-STORE-PARM-CARD.
003335     ADD 1 TO FB-RANGE-COUNT.
003345     PERFORM 1800-VALIDATE-PARMS THRU 1800-EXIT.
003355     IF FB-CARD-IS-VALID
003365       PERFORM 1170-CHECK-DECK-ORDER THRU 1170-EXIT
003375     END-IF.
003385     IF FB-CARD-IS-VALID
003395       PERFORM 1160-REGISTER-PROFILE THRU 1160-EXIT
003405     END-IF.
003415     MOVE FB-PARM-RECORD(1:40) TO FB-RNG-CARD(FB-RANGE-COUNT).
003425     IF FB-CARD-IS-VALID
003435       MOVE "Y" TO FB-RNG-VALID-SW(FB-RANGE-COUNT)
003445       MOVE FB-PARM-START TO FB-RNG-START(FB-RANGE-COUNT)
003455       MOVE FB-PARM-END   TO FB-RNG-END(FB-RANGE-COUNT)
003465       MOVE FB-PARM-PROFILE TO FB-RNG-PROFILE(FB-RANGE-COUNT)
003475       MOVE FB-RANGE-COUNT
003485         TO FB-PRF-LAST-RANGE(FB-PRF-FOUND-SUB)
003495       SET FB-HAVE-LAST-GOOD TO TRUE
003505       MOVE FB-PARM-PROFILE TO FB-LAST-GOOD-PROFILE
003515       MOVE FB-PARM-END TO FB-LAST-GOOD-END
003525       ADD 1 TO FB-VALID-RANGE-COUNT
003535     ELSE
003545       MOVE "N" TO FB-RNG-VALID-SW(FB-RANGE-COUNT)
003555       MOVE 0 TO FB-RNG-START(FB-RANGE-COUNT)
003565       MOVE 0 TO FB-RNG-END(FB-RANGE-COUNT)
003575       ADD 1 TO FB-REJECT-CARD-COUNT
003585     END-IF.
003595 1150-EXIT.
003605     EXIT.
003615
003625*    FINDS THE CARD'S PROFILE IN THE PROFILE TABLE, ADDING IT ON
003635*    ITS FIRST APPEARANCE. A PROFILE PAST THE TABLE LIMIT REJECTS
003645*    THE CARD LIKE ANY OTHER BAD PUNCH.
003655 1160-REGISTER-PROFILE.
003665     MOVE 0 TO FB-PRF-FOUND-SUB.
003675     PERFORM 1165-TEST-ONE-PROFILE THRU 1165-EXIT
003685       VARYING FB-PRF-SUB FROM 1 BY 1
003695         UNTIL FB-PRF-SUB > FB-PRF-COUNT
003705           OR FB-PRF-FOUND-SUB > 0.
003715     IF FB-PRF-FOUND-SUB > 0
003725       GO TO 1160-EXIT
003735     END-IF.
003745     IF FB-PRF-COUNT >= FB-PRF-LIMIT
003755       MOVE SPACES TO FB-MSG-TEXT
003765       STRING "FIZZBUZZ0032E MORE THAN 6 PROFILES ON THE DECK - "
003775                                                 DELIMITED BY SIZE
003785              "CARD FOR PROFILE "                DELIMITED BY SIZE
003795              FB-PARM-PROFILE                    DELIMITED BY SIZE
003805              " REJECTED"                        DELIMITED BY SIZE
003815         INTO FB-MSG-TEXT
003825       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003835       SET FB-CARD-IS-INVALID TO TRUE
003845       GO TO 1160-EXIT
003855     END-IF.
003865     ADD 1 TO FB-PRF-COUNT.
003875     MOVE FB-PRF-COUNT TO FB-PRF-FOUND-SUB.
003885     MOVE FB-PARM-PROFILE TO FB-PRF-CODE(FB-PRF-COUNT).
003895     MOVE 0 TO FB-PRF-LAST-RANGE(FB-PRF-COUNT).
003905 1160-EXIT.
003915     EXIT.
003925
003935 1165-TEST-ONE-PROFILE.
003945     IF FB-PRF-CODE(FB-PRF-SUB) = FB-PARM-PROFILE
003955       MOVE FB-PRF-SUB TO FB-PRF-FOUND-SUB
003965     END-IF.
003975 1165-EXIT.
003985     EXIT.
003995
004005*    VSAMOUT IS LOADED IN KEY ORDER (PROFILE, THEN I), SO A CARD
004015*    MUST COME AFTER THE LAST GOOD CARD IN THAT ORDER - A LATER
004025*    PROFILE, OR THE SAME PROFILE WITH A START PAST THE LAST
004035*    END. ANY OTHER CARD IS REJECTED LIKE ANY OTHER BAD PUNCH.
004045 1170-CHECK-DECK-ORDER.
004055     IF NOT FB-HAVE-LAST-GOOD
004065       GO TO 1170-EXIT
004075     END-IF.
004085     IF FB-PARM-PROFILE > FB-LAST-GOOD-PROFILE
004095       GO TO 1170-EXIT
004105     END-IF.
004115     IF FB-PARM-PROFILE = FB-LAST-GOOD-PROFILE
004125       AND FB-PARM-START > FB-LAST-GOOD-END
004135       GO TO 1170-EXIT
004145     END-IF.
004155     MOVE SPACES TO FB-MSG-TEXT.
004165     STRING "FIZZBUZZ0037E CARD OUT OF KEY ORDER FOR PROFILE "
004175                                                 DELIMITED BY SIZE
004185            FB-PARM-PROFILE                      DELIMITED BY SIZE
004195            " - CARD REJECTED"                   DELIMITED BY SIZE
004205       INTO FB-MSG-TEXT.
004215     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
004225     SET FB-CARD-IS-INVALID TO TRUE.
004235 1170-EXIT.
004245     EXIT.
004255
004265 1110-DEFAULT-PARM-CARD.
004275     MOVE "FIZZBUZZ0001I NO CONTROL CARD - DEFAULT 1-100"
004285       TO FB-MSG-TEXT
004295     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
003312     MOVE 1   TO FB-PARM-START.
003313     MOVE 100 TO FB-PARM-END.
003314     MOVE "N" TO FB-PARM-RESTART-SW.
003315     MOVE SPACES TO FB-PARM-BUS-DATE.
003316     MOVE SPACE TO FB-PARM-BYPASS-SW.
003317     MOVE SPACES TO FB-PARM-PROFILE.
003318     MOVE SPACES TO FB-PARM-OPERATOR.
003319     MOVE SPACES TO FB-PARM-REASON.
003320 1110-EXIT.
003330     EXIT.
003340
003410 1800-VALIDATE-PARMS.
003415     MOVE "Y" TO FB-CARD-VALID-SW.
003420     IF FB-PARM-START < 0
003425       MOVE "FIZZBUZZ0005E START IS NEGATIVE - CARD REJECTED"
003430         TO FB-MSG-TEXT
003435       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003440       SET FB-CARD-IS-INVALID TO TRUE
003450     END-IF.
003460     IF FB-PARM-END < 0
003465       MOVE "FIZZBUZZ0006E END IS NEGATIVE - CARD REJECTED"
003470         TO FB-MSG-TEXT
003475       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003480       SET FB-CARD-IS-INVALID TO TRUE
003490     END-IF.
003500     IF FB-PARM-START > FB-MAX-I-VALUE
003505       MOVE "FIZZBUZZ0007E START EXCEEDS MAXIMUM - REJECTED"
003510         TO FB-MSG-TEXT
003515       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003520       SET FB-CARD-IS-INVALID TO TRUE
003530     END-IF.
003540     IF FB-PARM-END > FB-MAX-I-VALUE
003545       MOVE "FIZZBUZZ0008E END EXCEEDS MAXIMUM - REJECTED"
003550         TO FB-MSG-TEXT
003555       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003560       SET FB-CARD-IS-INVALID TO TRUE
003570     END-IF.
003580     IF FB-PARM-END < FB-PARM-START
003585       MOVE "FIZZBUZZ0009E END IS LESS THAN START - REJECTED"
003590         TO FB-MSG-TEXT
003595       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003600       SET FB-CARD-IS-INVALID TO TRUE
003610     END-IF.
003650 1800-EXIT.
003844         END-READ
003850         CLOSE CKPT-FILE
003860       ELSE
003864         MOVE SPACES TO FB-MSG-TEXT
003868         STRING "FIZZBUZZ0003I CKPTFILE NOT AVAILABLE - "
003872                                                 DELIMITED BY SIZE
003876                "STARTING FROM START-I"          DELIMITED BY SIZE
003880           INTO FB-MSG-TEXT
003884         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003890       END-IF
003900     END-IF.
003910 1500-EXIT.
004067* IS STILL MARKED STARTED (IN FLIGHT) AND THIS IS NOT A
004068* RESTART - UNLESS THE CONTROL CARD CARRIES THE BYPASS
004069* INDICATOR (COL 32 = B) FOR A GENUINE RERUN OR A CRASHED-RUN
004079* RECOVERY AND 9700-CHECK-OVERRIDE HONORS IT FOR THE OPERATOR
004089* ON THE CARD. A REFUSED BYPASS REJECTS THE RUN AS IF IT HAD
004099* NOT BEEN PUNCHED.
004109* A STOPPED RUN'S RESUME SEES STAT P AND PASSES.
004119* A RUN ALLOWED THROUGH IS STAMPED STARTED (WITH EACH PROFILE
004129* ON THE DECK LISTED AS STARTED), AND THE
004069* DOWNSTREAM STAMPS (RECON/COMPARE/VERIFY/TRANSMIT) ARE
004070* CLEARED BECAUSE A NEW CYCLE INVALIDATES THEM. A RUNCTL THAT
004071* CANNOT BE OPENED OR CREATED IS REPORTED AND THE RUN
004081       END-IF
004082     END-IF.
004083     IF FB-RUNCTL-STATUS NOT = "00"
004085       MOVE SPACES TO FB-MSG-TEXT
004087       STRING "FIZZBUZZ0025I RUNCTL NOT AVAILABLE - RUN "
004089                                                 DELIMITED BY SIZE
004091              "CONTROL NOT ENFORCED THIS RUN"    DELIMITED BY SIZE
004093         INTO FB-MSG-TEXT
004095       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004097       MOVE "N" TO FB-RUNCTL-AVAIL-SW
004099       GO TO 1750-EXIT
004101     END-IF.
004103     MOVE FB-CURRENT-DATE TO FB-RCTL-BUS-DATE.
004105     READ RUNCTL-FILE
004107       INVALID KEY
004109         MOVE "N" TO FB-RCTL-EXISTS-SW
004111       NOT INVALID KEY
004113         SET FB-RCTL-RECORD-EXISTS TO TRUE
004115     END-READ.
004117     IF FB-RCTL-RECORD-EXISTS
004119       AND FB-RCTL-MAIN-COMPLETE
004121       AND FB-DUP-RUN-BYPASSED
004123       MOVE "RERUN" TO FB-OVR-TYPE
004125       PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
004127     END-IF.
004129     IF FB-RCTL-RECORD-EXISTS
004131       AND FB-RCTL-MAIN-STARTED
004133       AND NOT FB-RESTART-REQUESTED
004135       AND FB-DUP-RUN-BYPASSED
004137       MOVE "RECOVER" TO FB-OVR-TYPE
004139       PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
004141     END-IF.
004143     IF FB-RCTL-RECORD-EXISTS
004145       AND FB-RCTL-MAIN-COMPLETE
004147       AND NOT FB-OVERRIDE-HONORED
004149       MOVE SPACES TO FB-MSG-TEXT
004151       STRING "FIZZBUZZ0024E BUSINESS DATE "     DELIMITED BY SIZE
004153              FB-RCTL-BUS-DATE                   DELIMITED BY SIZE
004155              " ALREADY COMPLETED - RUN REJECTED (PUNCH B IN "
004157                                                 DELIMITED BY SIZE
004159              "COL 32 AND AN AUTHORIZED OPERATOR TO RERUN)"
004161                                                 DELIMITED BY SIZE
004163         INTO FB-MSG-TEXT
004165       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004167       SET FB-PARMS-ARE-INVALID TO TRUE
004169       MOVE 16 TO RETURN-CODE
004171       CLOSE RUNCTL-FILE
004173       GO TO 1750-EXIT
004175     END-IF.
004177     IF FB-RCTL-RECORD-EXISTS
004179       AND FB-RCTL-MAIN-STARTED
004181       AND NOT FB-RESTART-REQUESTED
004183       AND NOT FB-OVERRIDE-HONORED
004185       MOVE SPACES TO FB-MSG-TEXT
004187       STRING "FIZZBUZZ0027E BUSINESS DATE "     DELIMITED BY SIZE
004189              FB-RCTL-BUS-DATE                   DELIMITED BY SIZE
004191              " IS STILL IN FLIGHT - RUN REJECTED (PUNCH B IN "
004193                                                 DELIMITED BY SIZE
004195              "COL 32 AND AN AUTHORIZED OPERATOR TO RECOVER A "
004197                                                 DELIMITED BY SIZE
004199              "CRASHED RUN)"                     DELIMITED BY SIZE
004201         INTO FB-MSG-TEXT
004203       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004208       SET FB-PARMS-ARE-INVALID TO TRUE
004209       MOVE 16 TO RETURN-CODE
004210       CLOSE RUNCTL-FILE
004211       GO TO 1750-EXIT
004212     END-IF.
009209     IF NOT FB-RCTL-RECORD-EXISTS
009210       MOVE SPACES TO FB-RCTL-RECORD
009211     END-IF.
004107     MOVE FB-CURRENT-DATE TO FB-RCTL-BUS-DATE.
004108     MOVE "S"      TO FB-RCTL-MAIN-STAT.
004109     MOVE FB-RUN-ID TO FB-RCTL-MAIN-RUN-ID.
004111     MOVE SPACE    TO FB-RCTL-COMPAR-STAT.
004112     MOVE SPACE    TO FB-RCTL-VERIFY-STAT.
004113     MOVE SPACE    TO FB-RCTL-XMIT-STAT.
004123     MOVE SPACE    TO FB-RCTL-ACK-STAT.
004133     MOVE SPACES   TO FB-RCTL-ACK-TIMESTAMP.
004143     MOVE FB-PRF-COUNT TO FB-RCTL-PRF-COUNT.
004153     PERFORM 8260-STAMP-ONE-PROFILE THRU 8260-EXIT
004163       VARYING FB-PRF-SUB FROM 1 BY 1
004173         UNTIL FB-PRF-SUB > 6.
004183     IF FB-RCTL-RECORD-EXISTS
004193       REWRITE FB-RCTL-RECORD
004203         INVALID KEY
004213           MOVE SPACES TO FB-MSG-TEXT
004223           STRING "FIZZBUZZ0026E RUNCTL REWRITE FAILED FOR "
004233                                                 DELIMITED BY SIZE
004243                  FB-RCTL-BUS-DATE               DELIMITED BY SIZE
004253             INTO FB-MSG-TEXT
004263           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004273       END-REWRITE
004283     ELSE
004293       WRITE FB-RCTL-RECORD
004303         INVALID KEY
004313           MOVE SPACES TO FB-MSG-TEXT
004323           STRING "FIZZBUZZ0026E RUNCTL WRITE FAILED FOR "
004333                                                 DELIMITED BY SIZE
004343                  FB-RCTL-BUS-DATE               DELIMITED BY SIZE
004353             INTO FB-MSG-TEXT
004363           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004373       END-WRITE
004383     END-IF.
004393     CLOSE RUNCTL-FILE.
004403 1750-EXIT.
004413     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 1650-OPEN-OUTPUT-FILES
004240       OPEN OUTPUT RPTOUT-FILE
004250     END-IF.
004260     IF FB-RPTOUT-STATUS NOT = "00"
004265       MOVE "FIZZBUZZ0012E RPTOUT OPEN FAILED - RUN REJECTED"
004270         TO FB-MSG-TEXT
004275       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004280       SET FB-PARMS-ARE-INVALID TO TRUE
004290       MOVE 16 TO RETURN-CODE
004300     END-IF.
004370       OPEN OUTPUT VSAM-FILE
004380     END-IF.
004390     IF FB-VSAM-STATUS NOT = "00"
004393       MOVE SPACES TO FB-MSG-TEXT
004396       STRING "FIZZBUZZ0013I VSAMOUT OPEN FAILED - LOOKUP "
004399                                                 DELIMITED BY SIZE
004402              "RECORDS WILL NOT BE AVAILABLE THIS RUN"
004405                                                 DELIMITED BY SIZE
004408         INTO FB-MSG-TEXT
004411       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004420     END-IF.
004430     IF FB-RESTART-REQUESTED
004440       OPEN EXTEND EXTRACT-FILE
004490       OPEN OUTPUT EXTRACT-FILE
004500     END-IF.
004510     IF FB-EXTRACT-STATUS NOT = "00"
004515       MOVE "FIZZBUZZ0014E BIEXTRCT OPEN FAILED - RUN REJECTED"
004520         TO FB-MSG-TEXT
004525       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004530       SET FB-PARMS-ARE-INVALID TO TRUE
004540       MOVE 16 TO RETURN-CODE
004550     END-IF.
004618* FUTURE-DATED BATCH CAN SIT ON THE FILE AHEAD OF ITS GO-LIVE.
004620* IF RULECTL IS NOT AVAILABLE, THE ORIGINAL FIZZ/BUZZ RULES
004630* (3 AND 5) ARE LOADED AS DEFAULTS SO THE RUN CAN STILL PROCEED.
004633* THE SET IS CHOSEN SEPARATELY FOR EACH PROFILE ON THE DECK AND
004636* SAVED IN THAT PROFILE'S ENTRY OF FB-PROFILE-TABLE.
004640*-----------------------------------------------------------------
004650 1400-LOAD-RULE-TABLE.
004662     MOVE 0 TO FB-RSTG-COUNT.
004666     MOVE FB-CURRENT-DATE TO FB-BUS-DATE-KEY.
004670     OPEN INPUT RULECTL-FILE.
004680     IF FB-RULECTL-STATUS = "00"
004700         UNTIL FB-RULECTL-STATUS NOT = "00"
004710       CLOSE RULECTL-FILE
004712       PERFORM 1430-SELECT-RULE-SET THRU 1430-EXIT
004714         VARYING FB-PRF-SUB FROM 1 BY 1
004716           UNTIL FB-PRF-SUB > FB-PRF-COUNT
004720     ELSE
004724       MOVE SPACES TO FB-MSG-TEXT
004728       STRING "FIZZBUZZ0002I RULECTL NOT AVAILABLE - "
004732                                                 DELIMITED BY SIZE
004736              "USING DEFAULT FIZZ/BUZZ RULES"    DELIMITED BY SIZE
004740         INTO FB-MSG-TEXT
004744       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004750       PERFORM 1420-LOAD-DEFAULT-RULES THRU 1420-EXIT
004753         VARYING FB-PRF-SUB FROM 1 BY 1
004756           UNTIL FB-PRF-SUB > FB-PRF-COUNT
004760     END-IF.
004765     MOVE 0 TO FB-PRF-ACTIVE-SUB.
004770 1400-EXIT.
004780     EXIT.
004790
004822       GO TO 1410-EXIT
004824     END-IF.
004830     IF FB-RULE-DIVISOR = 0
004833       MOVE SPACES TO FB-MSG-TEXT
004836       STRING "FIZZBUZZ0010E RULECTL ROW WITH DIVISOR 0 - "
004839                                                 DELIMITED BY SIZE
004842              "SKIPPED"                          DELIMITED BY SIZE
004845         INTO FB-MSG-TEXT
004848       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004852       GO TO 1410-EXIT
004854     END-IF.
004855     IF FB-RSTG-COUNT >= FB-RSTG-LIMIT
004856       MOVE SPACES TO FB-MSG-TEXT
004857       STRING "FIZZBUZZ0011E RULECTL HAS MORE THAN 50 ROWS "
004858                                                 DELIMITED BY SIZE
004859              "- EXTRA ROWS DISCARDED"           DELIMITED BY SIZE
004860         INTO FB-MSG-TEXT
004861       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004866       GO TO 1410-EXIT
004868     END-IF.
004870     ADD 1 TO FB-RSTG-COUNT.
004920     ELSE
004930       MOVE 0 TO FB-RSTG-EFF-DATE(FB-RSTG-COUNT)
004940     END-IF.
004941     MOVE FB-RULE-PROFILE TO FB-RSTG-PROFILE(FB-RSTG-COUNT).
004942 1410-EXIT.
004943     EXIT.
004944
004945*-----------------------------------------------------------------
004946* 1430-SELECT-RULE-SET
004947* BUILDS FB-RULE-TABLE FOR PROFILE FB-PRF-SUB FROM THE STAGED
004948* ROWS OF THE PROFILE (OR OF THE BASE PROFILE, WHEN IT HAS NO
004949* ROWS OF ITS OWN) WHOSE EFFECTIVE DATE IS THE SET DATE IN
004950* FORCE FOR THE BUSINESS DATE, AND SAVES IT IN THE PROFILE'S
004951* ENTRY. ROWS OF EVERY OTHER SET (SUPERSEDED OR NOT YET LIVE)
004952* ARE LEFT ON THE FILE UNTOUCHED BUT TAKE NO PART IN THIS RUN.
004953*-----------------------------------------------------------------
004954 1430-SELECT-RULE-SET.
004955     PERFORM 1440-CLEAR-RULE-TABLE THRU 1440-EXIT.
004956     MOVE FB-PRF-CODE(FB-PRF-SUB) TO FB-PROFILE-CODE.
004957     PERFORM 1490-SET-PROFILE-DISPLAY THRU 1490-EXIT.
004958     MOVE FB-PROFILE-CODE TO FB-RSTG-SRC-PROFILE.
004959     MOVE 0 TO FB-RSTG-PRF-ROWS.
004960     PERFORM 1432-COUNT-ONE-PRF-ROW THRU 1432-EXIT
004961       VARYING FB-RSTG-SUB FROM 1 BY 1
004962         UNTIL FB-RSTG-SUB > FB-RSTG-COUNT.
004963     IF FB-RSTG-PRF-ROWS = 0
004964       AND FB-RSTG-SRC-PROFILE NOT = SPACES
004965       MOVE SPACES TO FB-MSG-TEXT
004966       STRING "FIZZBUZZ0033I PROFILE "           DELIMITED BY SIZE
004967              FB-PROFILE-CODE                    DELIMITED BY SIZE
004968              " HAS NO RULECTL ROWS - BASE PROFILE RULES USED"
004969                                                 DELIMITED BY SIZE
004970         INTO FB-MSG-TEXT
004971       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004972       MOVE SPACES TO FB-RSTG-SRC-PROFILE
004973     END-IF.
004974     PERFORM 1434-TEST-ONE-SET-DATE THRU 1434-EXIT
004975       VARYING FB-RSTG-SUB FROM 1 BY 1
004976         UNTIL FB-RSTG-SUB > FB-RSTG-COUNT.
004977     MOVE SPACES TO FB-MSG-TEXT
004978     STRING "FIZZBUZZ0022I RULE SET EFFECTIVE " DELIMITED BY SIZE
004979            FB-RULE-SET-DATE                    DELIMITED BY SIZE
004980            " IN FORCE FOR BUSINESS DATE "      DELIMITED BY SIZE
004981            FB-BUS-DATE-KEY                     DELIMITED BY SIZE
004982            " PROFILE "                         DELIMITED BY SIZE
004983            FB-PROFILE-DISPLAY                  DELIMITED BY SIZE
004984       INTO FB-MSG-TEXT
004985     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
004986     PERFORM 1435-TAKE-ONE-RULE THRU 1435-EXIT
004987       VARYING FB-RSTG-SUB FROM 1 BY 1
004988         UNTIL FB-RSTG-SUB > FB-RSTG-COUNT.
004989     PERFORM 1480-SAVE-PROFILE-STATE THRU 1480-EXIT.
004990 1430-EXIT.
004991     EXIT.
004992
004993 1432-COUNT-ONE-PRF-ROW.
004994     IF FB-RSTG-PROFILE(FB-RSTG-SUB) = FB-RSTG-SRC-PROFILE
004995       ADD 1 TO FB-RSTG-PRF-ROWS
004996     END-IF.
004997 1432-EXIT.
004998     EXIT.
004999
005000 1434-TEST-ONE-SET-DATE.
005001     IF FB-RSTG-PROFILE(FB-RSTG-SUB) = FB-RSTG-SRC-PROFILE
005002       AND FB-RSTG-EFF-DATE(FB-RSTG-SUB) <= FB-BUS-DATE-KEY
005003       AND FB-RSTG-EFF-DATE(FB-RSTG-SUB) > FB-RULE-SET-DATE
005004       MOVE FB-RSTG-EFF-DATE(FB-RSTG-SUB) TO FB-RULE-SET-DATE
005005     END-IF.
005006 1434-EXIT.
005007     EXIT.
005008
005009 1435-TAKE-ONE-RULE.
005010     IF FB-RSTG-PROFILE(FB-RSTG-SUB) NOT = FB-RSTG-SRC-PROFILE
005011       GO TO 1435-EXIT
005012     END-IF.
005041     IF FB-RSTG-EFF-DATE(FB-RSTG-SUB) NOT = FB-RULE-SET-DATE
005042       GO TO 1435-EXIT
005043     END-IF.
005052           TALLYING FB-TBL-WORD-LEN(FB-RULE-IX)
005053           FOR CHARACTERS BEFORE INITIAL SPACE
005054     ELSE
005064       MOVE SPACES TO FB-MSG-TEXT
005074       STRING "FIZZBUZZ0011E RULE SET HAS MORE THAN 9 ROWS "
005084                                                 DELIMITED BY SIZE
005094              "- EXTRA ROWS DISCARDED"           DELIMITED BY SIZE
005104         INTO FB-MSG-TEXT
005114       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005124     END-IF.
005134 1435-EXIT.
005144     EXIT.
005030
005040 1420-LOAD-DEFAULT-RULES.
005045     PERFORM 1440-CLEAR-RULE-TABLE THRU 1440-EXIT.
005050     MOVE 2 TO FB-RULE-COUNT.
005060     MOVE 3 TO FB-TBL-DIVISOR(1).
005061     MOVE "Fizz" TO FB-TBL-WORD(1).
005062     MOVE 4 TO FB-TBL-WORD-LEN(1).
005063     MOVE 5 TO FB-TBL-DIVISOR(2).
005064     MOVE "Buzz" TO FB-TBL-WORD(2).
005065     MOVE 4 TO FB-TBL-WORD-LEN(2).
005066     PERFORM 1480-SAVE-PROFILE-STATE THRU 1480-EXIT.
005067 1420-EXIT.
005068     EXIT.
005069
005070*    EMPTIES THE WORKING RULE TABLE BEFORE THE NEXT PROFILE'S
005071*    RULE SET IS BUILT IN IT.
005072 1440-CLEAR-RULE-TABLE.
005073     MOVE 0 TO FB-RULE-COUNT.
005074     MOVE 0 TO FB-RULE-SET-DATE.
005075     PERFORM 1445-CLEAR-ONE-RULE THRU 1445-EXIT
005076       VARYING FB-RULE-NUM FROM 1 BY 1
005077         UNTIL FB-RULE-NUM > 9.
005078 1440-EXIT.
005079     EXIT.
005080
005081 1445-CLEAR-ONE-RULE.
005082     MOVE 0      TO FB-TBL-DIVISOR(FB-RULE-NUM).
005083     MOVE SPACES TO FB-TBL-WORD(FB-RULE-NUM).
005084     MOVE 0      TO FB-TBL-WORD-LEN(FB-RULE-NUM).
005085     MOVE 0      TO FB-TBL-RANGE-HITS(FB-RULE-NUM).
005086     MOVE 0      TO FB-TBL-GRAND-HITS(FB-RULE-NUM).
005087 1445-EXIT.
005088     EXIT.
005089
005090*-----------------------------------------------------------------
005091* 1480-SAVE-PROFILE-STATE / 1485-RESTORE-PROFILE-STATE
005092* SAVE THE WORKING RULE TABLE, COMBINATION TABLE, RULE-SET DATE
005093* AND PROFILE TOTALS INTO PROFILE ENTRY FB-PRF-SUB, AND BRING AN
005094* ENTRY BACK INTO THE WORKING TABLES. A PROFILE'S COMBINATIONS
005095* AND TOTALS START EMPTY WHEN ITS RULE SET IS FIRST SAVED.
005096*-----------------------------------------------------------------
005097 1480-SAVE-PROFILE-STATE.
005098     MOVE FB-RULE-SET-DATE  TO FB-PRF-RULE-SET-DATE(FB-PRF-SUB).
005099     MOVE FB-RULE-COUNT     TO FB-PRF-RULE-COUNT(FB-PRF-SUB).
005100     MOVE FB-RULE-TABLE     TO FB-PRF-RULES(FB-PRF-SUB).
005101     MOVE FB-COMBO-COUNT    TO FB-PRF-COMBO-COUNT(FB-PRF-SUB).
005102     MOVE FB-COMBO-OVFL-SW  TO FB-PRF-COMBO-OVFL-SW(FB-PRF-SUB).
005103     MOVE FB-COMBO-TABLE    TO FB-PRF-COMBOS(FB-PRF-SUB).
005104     MOVE FB-PROFILE-TOTALS TO FB-PRF-TOTALS(FB-PRF-SUB).
005105 1480-EXIT.
005106     EXIT.
005107
005108 1485-RESTORE-PROFILE-STATE.
005109     MOVE FB-PRF-CODE(FB-PRF-SUB)   TO FB-PROFILE-CODE.
005110     PERFORM 1490-SET-PROFILE-DISPLAY THRU 1490-EXIT.
005111     MOVE FB-PRF-RULE-SET-DATE(FB-PRF-SUB) TO FB-RULE-SET-DATE.
005112     MOVE FB-PRF-RULE-COUNT(FB-PRF-SUB)    TO FB-RULE-COUNT.
005113     MOVE FB-PRF-RULES(FB-PRF-SUB)         TO FB-RULE-TABLE.
005114     MOVE FB-PRF-COMBO-COUNT(FB-PRF-SUB)   TO FB-COMBO-COUNT.
005115     MOVE FB-PRF-COMBO-OVFL-SW(FB-PRF-SUB) TO FB-COMBO-OVFL-SW.
005116     MOVE FB-PRF-COMBOS(FB-PRF-SUB)        TO FB-COMBO-TABLE.
005117     MOVE FB-PRF-TOTALS(FB-PRF-SUB)        TO FB-PROFILE-TOTALS.
005118 1485-EXIT.
005119     EXIT.
005120
005121*    THE BASE (BLANK) PROFILE PRINTS AS (BASE).
005122 1490-SET-PROFILE-DISPLAY.
005123     IF FB-PROFILE-CODE = SPACES
005124       MOVE "(BASE)" TO FB-PROFILE-DISPLAY
005125     ELSE
005126       MOVE FB-PROFILE-CODE TO FB-PROFILE-DISPLAY
005127     END-IF.
005128 1490-EXIT.
005130     EXIT.
005131
005132*-----------------------------------------------------------------
005145         UNTIL FB-SKIP-STATUS NOT = "00"
005146       CLOSE SKIP-FILE
005147     ELSE
005157       MOVE SPACES TO FB-MSG-TEXT
005167       STRING "FIZZBUZZ0017I SKIPLIST NOT AVAILABLE - NO "
005177                                                 DELIMITED BY SIZE
005187              "EXCLUSIONS OR OVERRIDES THIS RUN" DELIMITED BY SIZE
005197         INTO FB-MSG-TEXT
005207       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005217     END-IF.
005227 1450-EXIT.
005237     EXIT.
005247
005257 1460-READ-ONE-SKIP.
005267     READ SKIP-FILE
005277     IF FB-SKIP-STATUS NOT = "00"
005287       GO TO 1460-EXIT
005297     END-IF.
005307     IF FB-SKIP-REC-FROM-X NOT NUMERIC
005317       MOVE SPACES TO FB-MSG-TEXT
005327       STRING "FIZZBUZZ0018E SKIPLIST ROW WITH BAD FROM "
005337                                                 DELIMITED BY SIZE
005347              "VALUE - ROW DROPPED"              DELIMITED BY SIZE
005357         INTO FB-MSG-TEXT
005367       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005377       GO TO 1460-EXIT
005387     END-IF.
005397     IF FB-SKIP-REC-THRU-X NOT = SPACES
005407       AND FB-SKIP-REC-THRU-X NOT NUMERIC
005417       MOVE SPACES TO FB-MSG-TEXT
005427       STRING "FIZZBUZZ0018E SKIPLIST ROW WITH BAD THRU "
005437                                                 DELIMITED BY SIZE
005447              "VALUE - ROW DROPPED"              DELIMITED BY SIZE
005457         INTO FB-MSG-TEXT
005467       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005477       GO TO 1460-EXIT
005487     END-IF.
005497     IF FB-SKIP-REC-ACTION NOT = "SKIP"
005507       AND FB-SKIP-REC-ACTION NOT = "OVER"
005517       MOVE SPACES TO FB-MSG-TEXT
005527       STRING "FIZZBUZZ0018E SKIPLIST ROW ACTION MUST BE "
005537                                                 DELIMITED BY SIZE
005547              "SKIP OR OVER - ROW DROPPED"       DELIMITED BY SIZE
005557         INTO FB-MSG-TEXT
005567       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005577       GO TO 1460-EXIT
005587     END-IF.
005597     IF FB-SKIP-REC-ACTION = "OVER"
005607       AND FB-SKIP-REC-TEXT = SPACES
005617       MOVE SPACES TO FB-MSG-TEXT
005627       STRING "FIZZBUZZ0018E SKIPLIST OVERRIDE ROW WITH "
005637                                                 DELIMITED BY SIZE
005647              "BLANK TEXT - ROW DROPPED"         DELIMITED BY SIZE
005657         INTO FB-MSG-TEXT
005667       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005677       GO TO 1460-EXIT
005687     END-IF.
005697     IF FB-SKIP-REC-EXPIRY NUMERIC
005707       MOVE FB-SKIP-REC-EXPIRY TO FB-SKIP-EXPIRY-DATE
005717       IF FB-SKIP-EXPIRY-DATE < FB-BUS-DATE-KEY
005727         MOVE SPACES TO FB-MSG-TEXT
005737         STRING "FIZZBUZZ0028I SKIPLIST ENTRY " DELIMITED BY SIZE
005747                FB-SKIP-REC-FROM-X              DELIMITED BY SIZE
005757                " EXPIRED "                     DELIMITED BY SIZE
005767                FB-SKIP-REC-EXPIRY              DELIMITED BY SIZE
005777                " - ROW IGNORED"                DELIMITED BY SIZE
005787           INTO FB-MSG-TEXT
005797         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005807         GO TO 1460-EXIT
005817       END-IF
005827     END-IF.
005837     IF FB-SKIP-COUNT >= FB-SKIP-LIMIT
005847       MOVE SPACES TO FB-MSG-TEXT
005857       STRING "FIZZBUZZ0019E SKIPLIST HAS MORE THAN 50 ROWS "
005867                                                 DELIMITED BY SIZE
005877              "- EXTRA ROWS DROPPED"             DELIMITED BY SIZE
005887         INTO FB-MSG-TEXT
005897       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005907       GO TO 1460-EXIT
005917     END-IF.
005927     ADD 1 TO FB-SKIP-COUNT.
005937     MOVE FB-SKIP-REC-FROM-X TO FB-SKIP-FROM(FB-SKIP-COUNT).
005947     IF FB-SKIP-REC-THRU-X = SPACES
005957       MOVE FB-SKIP-REC-FROM-X TO FB-SKIP-THRU(FB-SKIP-COUNT)
005967     ELSE
005977       MOVE FB-SKIP-REC-THRU-X TO FB-SKIP-THRU(FB-SKIP-COUNT)
005987     END-IF.
005997     IF FB-SKIP-THRU(FB-SKIP-COUNT) < FB-SKIP-FROM(FB-SKIP-COUNT)
006007       MOVE SPACES TO FB-MSG-TEXT
006017       STRING "FIZZBUZZ0018E SKIPLIST ROW WITH THRU BELOW "
006027                                                 DELIMITED BY SIZE
006037              "FROM - ROW DROPPED"               DELIMITED BY SIZE
006047         INTO FB-MSG-TEXT
006057       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006067       SUBTRACT 1 FROM FB-SKIP-COUNT
006077       GO TO 1460-EXIT
006087     END-IF.
006097     MOVE FB-SKIP-REC-ACTION(1:1) TO FB-SKIP-ACT(FB-SKIP-COUNT).
006107     MOVE FB-SKIP-REC-TEXT TO FB-SKIP-TEXT(FB-SKIP-COUNT).
006117     MOVE FB-SKIP-REC-PROFILE TO FB-SKIP-PRF(FB-SKIP-COUNT).
006127 1460-EXIT.
006137     EXIT.
005140
005150*-----------------------------------------------------------------
005160* 1600-WRITE-REPORT-HEADING
005170* WRITES THE REPORT HEADING (RUN DATE, RANGE AND PROFILE) AT THE
005180* TOP OF EACH PAGE OF RPTOUT AND RESETS THE PAGE LINE COUNT.
005190*-----------------------------------------------------------------
005200 1600-WRITE-REPORT-HEADING.
005210     ADD 1 TO FB-PAGE-COUNT.
005320            FB-START-I  DELIMITED BY SIZE
005330            " THRU "    DELIMITED BY SIZE
005340            FB-END-I    DELIMITED BY SIZE
005343            "   PROFILE: "       DELIMITED BY SIZE
005346            FB-PROFILE-DISPLAY  DELIMITED BY SIZE
005350       INTO FB-REPORT-RECORD.
005360     WRITE FB-REPORT-RECORD.
005370     MOVE SPACES TO FB-REPORT-RECORD.
005560
005570*-----------------------------------------------------------------
005580* 2300-WRITE-VSAM-RECORD
005588* WRITES ONE RECORD TO VSAMOUT, KEYED BY PROFILE AND I, SO A
005596* DOWNSTREAM PROGRAM CAN LOOK UP A SINGLE NUMBER'S
005604* CLASSIFICATION AND TEXT WITHOUT SCANNING THE PRINT-IMAGE
005612* REPORT.
005620*-----------------------------------------------------------------
005630 2300-WRITE-VSAM-RECORD.
005635     MOVE FB-PROFILE-CODE TO FB-VSAM-PROFILE.
005640     MOVE FB-I           TO FB-VSAM-KEY.
005650     MOVE FB-CLASS-CODE  TO FB-VSAM-CLASS.
005660     MOVE FB-DETAIL-LINE(1:20) TO FB-VSAM-TEXT.
005662     MOVE FB-RUN-ID      TO FB-VSAM-RUN-ID.
005670     WRITE FB-OUTPUT-RECORD
005680       INVALID KEY
005683         MOVE SPACES TO FB-MSG-TEXT
005686         STRING "FIZZBUZZ0004E VSAMOUT WRITE FAILED FOR KEY "
005689                                                 DELIMITED BY SIZE
005692                FB-VSAM-KEY                      DELIMITED BY SIZE
005695                " PROFILE "                      DELIMITED BY SIZE
005698                FB-PROFILE-DISPLAY               DELIMITED BY SIZE
005701           INTO FB-MSG-TEXT
005704         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005710     END-WRITE.
005720 2300-EXIT.
005730     EXIT.
005740
005750*-----------------------------------------------------------------
005760* 2400-WRITE-EXTRACT-RECORD
005770* WRITES ONE PIPE-DELIMITED RECORD (I|CLASS|TEXT|DATE|PROFILE) TO
005780* BIEXTRCT FOR THE BI TEAM'S DASHBOARD FEED. THE DATE IS THE
005782* RUN'S BUSINESS DATE. RULE-BUILT TEXT IS A SINGLE WORD, BUT A
005784* SKIPLIST OVERRIDE (CLASS "O") MAY CARRY EMBEDDED BLANKS, SO
005890            FB-DETAIL-LINE(1:FB-TEXT-LEN)      DELIMITED BY SIZE
005892            "|"                                DELIMITED BY SIZE
005894            FB-RUN-DATE-DISPLAY                DELIMITED BY SIZE
005896            "|"                                DELIMITED BY SIZE
005898            FB-PROFILE-CODE                    DELIMITED BY SIZE
005900       INTO FB-EXTRACT-RECORD.
005910     WRITE FB-EXTRACT-RECORD.
005920 2400-EXIT.
005950*-----------------------------------------------------------------
005960* 2000-PROCESS-ALL-RANGES
005970* RUNS EVERY VALID RANGE FROM THE CONTROL DECK IN CARD ORDER,
005974* EACH WITH ITS OWN REPORT SECTION AND CONTROL TOTALS, THEN
005978* SAVES THE LAST ACTIVE PROFILE'S COUNTS FOR THE TRAILERS.
005982*-----------------------------------------------------------------
005990 2000-PROCESS-ALL-RANGES.
006000     PERFORM 2900-PROCESS-ONE-RANGE THRU 2900-EXIT
006010       VARYING FB-RANGE-SUB FROM 1 BY 1
006012         UNTIL FB-RANGE-SUB > FB-RANGE-COUNT
006014           OR FB-STOP-REQUESTED.
006015     IF FB-PRF-ACTIVE-SUB > 0
006016       MOVE FB-PRF-ACTIVE-SUB TO FB-PRF-SUB
006017       PERFORM 1480-SAVE-PROFILE-STATE THRU 1480-EXIT
006018     END-IF.
006020 2000-EXIT.
006021     EXIT.
006022
006023*-----------------------------------------------------------------
006024* 2900-PROCESS-ONE-RANGE
006025* MAIN FIZZ / BUZZ / FIZZBUZZ LOOP OVER ONE CONTROL-CARD RANGE.
006026* ON A RESTART, RANGES BEFORE THE CHECKPOINTED RANGE ARE NOTED
006027* AS ALREADY COMPLETE, THE CHECKPOINTED RANGE RESUMES ONE PAST
006028* THE LAST CHECKPOINTED I, AND LATER RANGES RUN IN FULL. THE
006029* RANGE'S PROFILE IS MADE ACTIVE FIRST.
006030*-----------------------------------------------------------------
006031 2900-PROCESS-ONE-RANGE.
006032     IF NOT FB-RNG-IS-VALID(FB-RANGE-SUB)
006033       GO TO 2900-EXIT
006034     END-IF.
006035     PERFORM 2910-ACTIVATE-PROFILE THRU 2910-EXIT.
006043     MOVE FB-RNG-START(FB-RANGE-SUB) TO FB-START-I.
006044     MOVE FB-RNG-END(FB-RANGE-SUB)   TO FB-END-I.
006045     MOVE FB-START-I TO FB-RESUME-I.
006075     MOVE 0 TO FB-COMBO-RANGE-HITS(FB-COMBO-SUB).
006076 2906-EXIT.
006077     EXIT.
006087
006097*    MAKES THE RANGE'S PROFILE THE ACTIVE ONE, SAVING THE RULE
006107*    TABLE, COMBINATIONS AND TOTALS OF THE PROFILE IT REPLACES.
006117 2910-ACTIVATE-PROFILE.
006127     MOVE 0 TO FB-PRF-FOUND-SUB.
006137     PERFORM 2915-FIND-RANGE-PROFILE THRU 2915-EXIT
006147       VARYING FB-PRF-SUB FROM 1 BY 1
006157         UNTIL FB-PRF-SUB > FB-PRF-COUNT
006167           OR FB-PRF-FOUND-SUB > 0.
006177     IF FB-PRF-FOUND-SUB = FB-PRF-ACTIVE-SUB
006187       GO TO 2910-EXIT
006197     END-IF.
006207     IF FB-PRF-ACTIVE-SUB > 0
006217       MOVE FB-PRF-ACTIVE-SUB TO FB-PRF-SUB
006227       PERFORM 1480-SAVE-PROFILE-STATE THRU 1480-EXIT
006237     END-IF.
006247     MOVE FB-PRF-FOUND-SUB TO FB-PRF-ACTIVE-SUB.
006257     MOVE FB-PRF-FOUND-SUB TO FB-PRF-SUB.
006267     PERFORM 1485-RESTORE-PROFILE-STATE THRU 1485-EXIT.
006277 2910-EXIT.
006287     EXIT.
006297
006307 2915-FIND-RANGE-PROFILE.
006317     IF FB-PRF-CODE(FB-PRF-SUB) = FB-RNG-PROFILE(FB-RANGE-SUB)
006327       MOVE FB-PRF-SUB TO FB-PRF-FOUND-SUB
006337     END-IF.
006347 2915-EXIT.
006357     EXIT.
006367
006069*-----------------------------------------------------------------
006070* 2950-CHECK-STOP-REQUEST
006071* POLLS THE STOPREQ SIGNAL FILE (AT EACH CHECKPOINT, SO THE
006090     END-IF.
006091     CLOSE STOP-FILE.
006092     SET FB-STOP-REQUESTED TO TRUE.
006102     MOVE FB-RANGE-SUB TO FB-STOP-RANGE-NUM.
006112     MOVE SPACES TO FB-MSG-TEXT
006122     STRING "FIZZBUZZ0021I OPERATOR STOP REQUEST HONORED "
006132                                                 DELIMITED BY SIZE
006142            "AFTER I = "                         DELIMITED BY SIZE
006152            FB-I                                 DELIMITED BY SIZE
006162       INTO FB-MSG-TEXT
006172     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
006182     OPEN OUTPUT STOP-FILE.
006192     IF FB-STOP-STATUS = "00"
006202       MOVE SPACES TO FB-STOP-RECORD
006212       STRING "HONORED BY RUN " DELIMITED BY SIZE
006222              FB-RUN-ID        DELIMITED BY SIZE
006232         INTO FB-STOP-RECORD
006242       WRITE FB-STOP-RECORD
006252       CLOSE STOP-FILE
006262     END-IF.
006272 2950-EXIT.
006282     EXIT.
006040
006050 2100-PROCESS-ONE-NUMBER.
006051     PERFORM 2105-CHECK-SKIPLIST THRU 2105-EXIT.
006059       PERFORM 2150-WRITE-CHECKPOINT THRU 2150-EXIT
006060       MOVE 0 TO FB-CKPT-COUNTER
006360       PERFORM 2950-CHECK-STOP-REQUEST THRU 2950-EXIT
006370     END-IF.
006380 2100-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------------
006420* 2105-CHECK-SKIPLIST
006430* LOOKS FB-I UP IN THE SKIPLIST TABLE. LEAVES THE MATCHING
006440* ENTRY'S ACTION IN FB-SKIP-ACTION-CODE (SPACE FOR NO MATCH);
006450* THE FIRST MATCHING ENTRY WINS. AN ENTRY TIED TO ANOTHER
006460* PROFILE IS PASSED OVER.
006470*-----------------------------------------------------------------
006480 2105-CHECK-SKIPLIST.
006490     MOVE " " TO FB-SKIP-ACTION-CODE.
006500     MOVE 0 TO FB-SKIP-FOUND-SUB.
006510     PERFORM 2106-TEST-ONE-SKIP THRU 2106-EXIT
006520       VARYING FB-SKIP-SUB FROM 1 BY 1
006530         UNTIL FB-SKIP-SUB > FB-SKIP-COUNT
006540           OR FB-SKIP-FOUND-SUB > 0.
006550 2105-EXIT.
006560     EXIT.
006570
006580 2106-TEST-ONE-SKIP.
006590     IF FB-SKIP-PRF(FB-SKIP-SUB) NOT = SPACES
006600       AND FB-SKIP-PRF(FB-SKIP-SUB) NOT = FB-PROFILE-CODE
006610       GO TO 2106-EXIT
006620     END-IF.
006082     IF FB-I >= FB-SKIP-FROM(FB-SKIP-SUB)
006083       AND FB-I <= FB-SKIP-THRU(FB-SKIP-SUB)
006084       MOVE FB-SKIP-SUB TO FB-SKIP-FOUND-SUB
006900                (1:FB-TBL-WORD-LEN(FB-RULE-IX)) DELIMITED BY SIZE
006910         INTO FB-BUILT-TEXT
006920         ON OVERFLOW
006924           MOVE SPACES TO FB-MSG-TEXT
006928           STRING "FIZZBUZZ0015E BUILT TEXT OVERFLOW FOR I = "
006932                                                 DELIMITED BY SIZE
006936                  FB-I                           DELIMITED BY SIZE
006940                  " - WORD "                     DELIMITED BY SIZE
006944                  FB-TBL-WORD(FB-RULE-IX)        DELIMITED BY SIZE
006948                  " DROPPED"                     DELIMITED BY SIZE
006952             INTO FB-MSG-TEXT
006954           END-STRING
006956           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006960       END-STRING
006970     END-IF.
006980 2130-EXIT.
006981     EXIT.
006982
006983*-----------------------------------------------------------------
006984* 2140-COUNT-COMBINATION
006985* TALLIES ONE MULTI-RULE HIT UNDER ITS OBSERVED COMBINATION OF
006986* MATCHING RULES (FB-MATCH-MASK), ADDING THE COMBINATION TO
006987* THE TABLE THE FIRST TIME IT IS SEEN. COMBINATIONS PAST THE
006988* TABLE LIMIT STILL COUNT IN THE MULTI-RULE TOTAL BUT ARE NOT
006989* SUMMARIZED SEPARATELY (REPORTED ONCE, NOT PER NUMBER).
006990*-----------------------------------------------------------------
006991 2140-COUNT-COMBINATION.
006992     MOVE 0 TO FB-COMBO-FOUND-SUB.
006993     PERFORM 2145-TEST-ONE-COMBO THRU 2145-EXIT
006994       VARYING FB-COMBO-SUB FROM 1 BY 1
006995         UNTIL FB-COMBO-SUB > FB-COMBO-COUNT
006996           OR FB-COMBO-FOUND-SUB > 0.
006997     IF FB-COMBO-FOUND-SUB = 0
006998       IF FB-COMBO-COUNT >= FB-COMBO-LIMIT
006999         IF NOT FB-COMBOS-OVERFLOWED
007000           MOVE SPACES TO FB-MSG-TEXT
007001           STRING "FIZZBUZZ0023E MORE THAN 50 RULE "
007002                                                 DELIMITED BY SIZE
007003                  "COMBINATIONS - EXTRAS NOT SUMMARIZED"
007004                                                 DELIMITED BY SIZE
007005             INTO FB-MSG-TEXT
007006           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007012           SET FB-COMBOS-OVERFLOWED TO TRUE
007013         END-IF
007014         GO TO 2140-EXIT
007164       AND FB-RUNCTL-IS-AVAILABLE
007166       PERFORM 8250-STAMP-RUN-CONTROL THRU 8250-EXIT
007168     END-IF.
007170     IF FB-PARMS-ARE-VALID
007172       PERFORM 8400-WRITE-STAT-HISTORY THRU 8400-EXIT
007174     END-IF.
007176 8000-EXIT.
007180     EXIT.
007190
007200*-----------------------------------------------------------------
007500*-----------------------------------------------------------------
007510* 8100-WRITE-RANGE-TOTALS
007520* WRITES ONE RANGE'S CONTROL-TOTAL BLOCK TO RPTOUT AND ROLLS
007530* ITS COUNTS INTO THE GRAND AND PROFILE TOTALS. THE EXPECTED
007540* TOTAL IS COUNTED FROM FB-RESUME-I, NOT FB-START-I, SO A
007550* RESTARTED RANGE BALANCES AGAINST THE TAIL IT ACTUALLY PROCESSED
007560* RATHER THAN THE WHOLE ORIGINAL RANGE. IF THE CHECKPOINT
007570* ALREADY COVERS THE RANGE (RESUME POINT PAST END), THE RANGE
007580* PROCESSED NOTHING, SO THE EXPECTED TOTAL IS FORCED TO ZERO
007685     ADD FB-TALLY-TOTAL    TO FB-GRAND-TOTAL.
007687     ADD FB-TALLY-SKIPPED  TO FB-GRAND-SKIPPED.
007688     ADD FB-TALLY-OVERRIDE TO FB-GRAND-OVERRIDE.
007698     ADD FB-EXPECTED-TOTAL TO FB-GRAND-EXPECTED.
007708     ADD FB-TALLY-SINGLE   TO FB-PTOT-SINGLE.
007718     ADD FB-TALLY-MULTI    TO FB-PTOT-MULTI.
007728     ADD FB-TALLY-NUMBER   TO FB-PTOT-NUMBER.
007738     ADD FB-TALLY-TOTAL    TO FB-PTOT-TOTAL.
007748     ADD FB-TALLY-SKIPPED  TO FB-PTOT-SKIPPED.
007758     ADD FB-TALLY-OVERRIDE TO FB-PTOT-OVERRIDE.
007768     ADD FB-EXPECTED-TOTAL TO FB-PTOT-EXPECTED.
007690     MOVE SPACES TO FB-REPORT-RECORD.
007700     WRITE FB-REPORT-RECORD.
007702     IF FB-STOP-REQUESTED
007708       WRITE FB-REPORT-RECORD
007709     END-IF.
007710     MOVE "*** RANGE CONTROL TOTALS ***" TO FB-REPORT-RECORD.
007711     WRITE FB-REPORT-RECORD.
007712     MOVE SPACES TO FB-REPORT-RECORD.
007713     STRING "PROFILE             : "  DELIMITED BY SIZE
007714            FB-PROFILE-DISPLAY        DELIMITED BY SIZE
007715       INTO FB-REPORT-RECORD.
007720     WRITE FB-REPORT-RECORD.
007730     MOVE SPACES TO FB-REPORT-RECORD.
007740     STRING "SINGLE-RULE MATCHES: " DELIMITED BY SIZE
008085     WRITE FB-REPORT-RECORD.
008086 8120-EXIT.
008087     EXIT.
008097
008107*-----------------------------------------------------------------
008117* 8150-WRITE-GRAND-TRAILER
008127* WRITES THE GRAND-TOTAL TRAILER ACROSS ALL RANGES, THE COUNT
008137* OF RANGES PROCESSED AND CARDS REJECTED, AND LISTS EVERY
008147* REJECTED CONTROL CARD SO THE BAD PUNCHES ARE ON THE REPORT.
008157* THE RULE MATCH COUNTS ARE PRINTED PER PROFILE.
008076*-----------------------------------------------------------------
008077 8150-WRITE-GRAND-TRAILER.
008078     MOVE SPACES TO FB-REPORT-RECORD.
008127       MOVE "BALANCED            : NO"  TO FB-REPORT-RECORD
008128     END-IF.
008129     WRITE FB-REPORT-RECORD.
008136     PERFORM 8190-WRITE-PROFILE-TOTALS THRU 8190-EXIT
008143       VARYING FB-PRF-SUB FROM 1 BY 1
008150         UNTIL FB-PRF-SUB > FB-PRF-COUNT.
008157     MOVE SPACES TO FB-REPORT-RECORD.
008164     STRING "RANGES PROCESSED    : "  DELIMITED BY SIZE
008171            FB-VALID-RANGE-COUNT      DELIMITED BY SIZE
008178       INTO FB-REPORT-RECORD.
008185     WRITE FB-REPORT-RECORD.
008192     MOVE SPACES TO FB-REPORT-RECORD.
008199     STRING "CARDS REJECTED      : "  DELIMITED BY SIZE
008206            FB-REJECT-CARD-COUNT      DELIMITED BY SIZE
008213       INTO FB-REPORT-RECORD.
008220     WRITE FB-REPORT-RECORD.
008227     IF FB-REJECT-CARD-COUNT > 0
008234       MOVE "*** REJECTED CONTROL CARDS ***"
008241         TO FB-REPORT-RECORD
008248       WRITE FB-REPORT-RECORD
008255       PERFORM 8160-LIST-ONE-REJECT THRU 8160-EXIT
008262         VARYING FB-RANGE-SUB FROM 1 BY 1
008269           UNTIL FB-RANGE-SUB > FB-RANGE-COUNT
008276     END-IF.
008283 8150-EXIT.
008290     EXIT.
008297
008310 8170-PRINT-ONE-RULE-GRAND.
008311     MOVE SPACES TO FB-REPORT-RECORD.
008312     STRING "RULE  "                        DELIMITED BY SIZE
008329 8180-EXIT.
008330     EXIT.
008331
008350*-----------------------------------------------------------------
008360* 8190-WRITE-PROFILE-TOTALS
008370* PRINTS ONE PROFILE'S RULE AND COMBINATION COUNTS ACROSS ALL OF
008380* ITS RANGES. WHEN THE DECK RAN MORE THAN ONE PROFILE, THE
008390* COUNTS ARE HEADED BY THE PROFILE'S OWN CONTROL TOTALS (WHICH
008400* ADD ACROSS THE PROFILES TO THE GRAND TOTALS ABOVE).
008410*-----------------------------------------------------------------
008420 8190-WRITE-PROFILE-TOTALS.
008430     PERFORM 1485-RESTORE-PROFILE-STATE THRU 1485-EXIT.
008440     IF FB-PRF-COUNT > 1
008450       PERFORM 8195-WRITE-PROFILE-TALLIES THRU 8195-EXIT
008460     END-IF.
008470     MOVE "*** RULE MATCH COUNTS - ALL RANGES ***"
008480       TO FB-REPORT-RECORD.
008490     WRITE FB-REPORT-RECORD.
008500     PERFORM 8170-PRINT-ONE-RULE-GRAND THRU 8170-EXIT
008510       VARYING FB-RULE-NUM FROM 1 BY 1
008520         UNTIL FB-RULE-NUM > FB-RULE-COUNT.
008530     PERFORM 8180-PRINT-ONE-COMBO-GRAND THRU 8180-EXIT
008540       VARYING FB-COMBO-SUB FROM 1 BY 1
008550         UNTIL FB-COMBO-SUB > FB-COMBO-COUNT.
008560 8190-EXIT.
008570     EXIT.
008580
008590 8195-WRITE-PROFILE-TALLIES.
008600     MOVE SPACES TO FB-REPORT-RECORD.
008610     WRITE FB-REPORT-RECORD.
008620     MOVE SPACES TO FB-REPORT-RECORD.
008630     STRING "*** PROFILE "            DELIMITED BY SIZE
008640            FB-PROFILE-DISPLAY        DELIMITED BY SPACE
008650            " TOTALS - ALL RANGES ***" DELIMITED BY SIZE
008660       INTO FB-REPORT-RECORD.
008670     WRITE FB-REPORT-RECORD.
008680     MOVE SPACES TO FB-REPORT-RECORD.
008690     STRING "PROFILE SINGLE-RULE : "  DELIMITED BY SIZE
008700            FB-PTOT-SINGLE            DELIMITED BY SIZE
008710       INTO FB-REPORT-RECORD.
008720     WRITE FB-REPORT-RECORD.
008730     MOVE SPACES TO FB-REPORT-RECORD.
008740     STRING "PROFILE MULTI-RULE  : "  DELIMITED BY SIZE
008750            FB-PTOT-MULTI             DELIMITED BY SIZE
008760       INTO FB-REPORT-RECORD.
008770     WRITE FB-REPORT-RECORD.
008780     MOVE SPACES TO FB-REPORT-RECORD.
008790     STRING "PROFILE PLAIN NUMBER: "  DELIMITED BY SIZE
008800            FB-PTOT-NUMBER            DELIMITED BY SIZE
008810       INTO FB-REPORT-RECORD.
008820     WRITE FB-REPORT-RECORD.
008830     MOVE SPACES TO FB-REPORT-RECORD.
008840     STRING "PROFILE TOTAL LINES : "  DELIMITED BY SIZE
008850            FB-PTOT-TOTAL             DELIMITED BY SIZE
008860       INTO FB-REPORT-RECORD.
008870     WRITE FB-REPORT-RECORD.
008880     MOVE SPACES TO FB-REPORT-RECORD.
008890     STRING "PROFILE SKIPPED     : "  DELIMITED BY SIZE
008900            FB-PTOT-SKIPPED           DELIMITED BY SIZE
008910       INTO FB-REPORT-RECORD.
008920     WRITE FB-REPORT-RECORD.
008930     MOVE SPACES TO FB-REPORT-RECORD.
008940     STRING "PROFILE OVERRIDDEN  : "  DELIMITED BY SIZE
008950            FB-PTOT-OVERRIDE          DELIMITED BY SIZE
008960       INTO FB-REPORT-RECORD.
008970     WRITE FB-REPORT-RECORD.
008980     MOVE SPACES TO FB-REPORT-RECORD.
008990     STRING "PROFILE EXPECTED    : "  DELIMITED BY SIZE
009000            FB-PTOT-EXPECTED          DELIMITED BY SIZE
009010       INTO FB-REPORT-RECORD.
009020     WRITE FB-REPORT-RECORD.
009030     MOVE SPACES TO FB-REPORT-RECORD.
009040     STRING "PROFILE RULE SET    : "  DELIMITED BY SIZE
009050            FB-RULE-SET-DATE          DELIMITED BY SIZE
009060       INTO FB-REPORT-RECORD.
009070     WRITE FB-REPORT-RECORD.
009080     MOVE SPACES TO FB-REPORT-RECORD.
009090     IF FB-PTOT-TOTAL + FB-PTOT-SKIPPED = FB-PTOT-EXPECTED
009100       MOVE "PROFILE BALANCED    : YES" TO FB-REPORT-RECORD
009110     ELSE
009120       MOVE "PROFILE BALANCED    : NO"  TO FB-REPORT-RECORD
009130     END-IF.
009140     WRITE FB-REPORT-RECORD.
009150 8195-EXIT.
009160     EXIT.
009170
008151 8160-LIST-ONE-REJECT.
008152     IF FB-RNG-IS-VALID(FB-RANGE-SUB)
008153       GO TO 8160-EXIT
008334* REWRITES THIS BUSINESS DATE'S RUNCTL RECORD WITH THE RUN'S
008335* FINAL MILESTONE: C FOR A COMPLETED RUN, P FOR AN OPERATOR
008336* STOP (WHOSE RESTART WILL FINISH THE CYCLE). THE DOWNSTREAM
008340* STEPS KEY THEIR OWN GATES OFF THIS STAMP. EACH PROFILE ON THE
008344* DECK IS STAMPED TOO: AFTER A STOP, A PROFILE WHOSE LAST RANGE
008348* FINISHED BEFORE THE STOPPED RANGE IS C, THE REST ARE P.
008352*-----------------------------------------------------------------
008356 8250-STAMP-RUN-CONTROL.
008360     OPEN I-O RUNCTL-FILE.
008364     IF FB-RUNCTL-STATUS NOT = "00"
008368       MOVE SPACES TO FB-MSG-TEXT
008372       STRING "FIZZBUZZ0025I RUNCTL NOT AVAILABLE - FINAL "
008376                                                 DELIMITED BY SIZE
008380              "MILESTONE NOT STAMPED"            DELIMITED BY SIZE
008384         INTO FB-MSG-TEXT
008388       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008405       GO TO 8250-EXIT
008406     END-IF.
008407     MOVE FB-CURRENT-DATE TO FB-RCTL-BUS-DATE.
008416       MOVE "C" TO FB-RCTL-MAIN-STAT
008417     END-IF.
008418     MOVE FB-RUN-ID TO FB-RCTL-MAIN-RUN-ID.
008428     MOVE FB-PRF-COUNT TO FB-RCTL-PRF-COUNT.
008438     PERFORM 8260-STAMP-ONE-PROFILE THRU 8260-EXIT
008448       VARYING FB-PRF-SUB FROM 1 BY 1
008458         UNTIL FB-PRF-SUB > 6.
008468     REWRITE FB-RCTL-RECORD
008478       INVALID KEY
008488         MOVE SPACES TO FB-MSG-TEXT
008498         STRING "FIZZBUZZ0026E RUNCTL REWRITE FAILED FOR "
008508                                                 DELIMITED BY SIZE
008518                FB-RCTL-BUS-DATE                 DELIMITED BY SIZE
008528           INTO FB-MSG-TEXT
008538         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008548     END-REWRITE.
008558     CLOSE RUNCTL-FILE.
008568 8250-EXIT.
008578     EXIT.
008588
008598*    FILLS ONE ENTRY OF THE RUNCTL PROFILE TABLE FROM THE MAIN
008608*    STATUS JUST SET. ENTRIES PAST THE DECK'S PROFILES ARE
008618*    CLEARED.
008628 8260-STAMP-ONE-PROFILE.
008638     IF FB-PRF-SUB > FB-PRF-COUNT
008648       MOVE SPACES TO FB-RCTL-PRF-CODE(FB-PRF-SUB)
008658       MOVE SPACE  TO FB-RCTL-PRF-STAT(FB-PRF-SUB)
008668       GO TO 8260-EXIT
008678     END-IF.
008688     MOVE FB-PRF-CODE(FB-PRF-SUB) TO FB-RCTL-PRF-CODE(FB-PRF-SUB).
008698     MOVE FB-RCTL-MAIN-STAT TO FB-RCTL-PRF-STAT(FB-PRF-SUB).
008708     IF FB-RCTL-MAIN-STOPPED
008718       AND FB-PRF-LAST-RANGE(FB-PRF-SUB) < FB-STOP-RANGE-NUM
008728       MOVE "C" TO FB-RCTL-PRF-STAT(FB-PRF-SUB)
008738     END-IF.
008748 8260-EXIT.
008758     EXIT.
008768*-----------------------------------------------------------------
008778* 8300-WRITE-RULE-SUMMARY
008788* APPENDS THE RULE-LEVEL SUMMARY ROWS TO BIEXTRCT AFTER THE
008798* DETAIL ROWS: ONE RULESUM ROW PER RULE (WORD, RUN HITS,
008808* BUSINESS DATE) AND ONE COMBSUM ROW PER OBSERVED MULTI-RULE
008818* COMBINATION, SO THE BI DASHBOARD CAN CHART THE RULE MIX BY
008828* CYCLE. THE TAG IN COLUMN 1 KEEPS THE ROWS APART FROM THE
008838* DETAIL ROWS, WHICH ALWAYS START WITH A DIGIT. EACH PROFILE'S
008848* ROWS CARRY ITS CODE IN THE LAST COLUMN.
008858*-----------------------------------------------------------------
008868 8300-WRITE-RULE-SUMMARY.
008878     PERFORM 8305-WRITE-PROFILE-SUMMARY THRU 8305-EXIT
008888       VARYING FB-PRF-SUB FROM 1 BY 1
008898         UNTIL FB-PRF-SUB > FB-PRF-COUNT.
008908 8300-EXIT.
008918     EXIT.
008928
008938 8305-WRITE-PROFILE-SUMMARY.
008948     PERFORM 1485-RESTORE-PROFILE-STATE THRU 1485-EXIT.
008350     PERFORM 8310-WRITE-ONE-RULE-SUM THRU 8310-EXIT
008351       VARYING FB-RULE-NUM FROM 1 BY 1
008352         UNTIL FB-RULE-NUM > FB-RULE-COUNT.
008353     PERFORM 8320-WRITE-ONE-COMBO-SUM THRU 8320-EXIT
008354       VARYING FB-COMBO-SUB FROM 1 BY 1
008355         UNTIL FB-COMBO-SUB > FB-COMBO-COUNT.
008356 8305-EXIT.
008357     EXIT.
008358
008359 8310-WRITE-ONE-RULE-SUM.
008364            FB-TBL-GRAND-HITS(FB-RULE-NUM)  DELIMITED BY SIZE
008365            "|"                             DELIMITED BY SIZE
008366            FB-RUN-DATE-DISPLAY             DELIMITED BY SIZE
008376            "|"                             DELIMITED BY SIZE
008386            FB-PROFILE-CODE                 DELIMITED BY SIZE
008396       INTO FB-EXTRACT-RECORD.
008406     WRITE FB-EXTRACT-RECORD.
008416 8310-EXIT.
008426     EXIT.
008436
008446 8320-WRITE-ONE-COMBO-SUM.
008456     MOVE SPACES TO FB-EXTRACT-RECORD.
008466     STRING "COMBSUM|"                          DELIMITED BY SIZE
008476            FB-COMBO-TEXT(FB-COMBO-SUB)         DELIMITED BY SPACE
008486            "|"                                 DELIMITED BY SIZE
008496            FB-COMBO-GRAND-HITS(FB-COMBO-SUB)   DELIMITED BY SIZE
008506            "|"                                 DELIMITED BY SIZE
008516            FB-RUN-DATE-DISPLAY                 DELIMITED BY SIZE
008526            "|"                                 DELIMITED BY SIZE
008536            FB-PROFILE-CODE                     DELIMITED BY SIZE
008546       INTO FB-EXTRACT-RECORD.
008556     WRITE FB-EXTRACT-RECORD.
008566 8320-EXIT.
008576     EXIT.
008586
008596*-----------------------------------------------------------------
008606* 8400-WRITE-STAT-HISTORY
008616* LOADS THIS CYCLE'S RULE-MIX STATISTICS INTO STATHIST (CREATING
008626* THE FILE ON FIRST USE), ONE RECORD PER PROFILE: THE RULE-SET
008636* DATE, THE PROFILE'S TALLIES AND ITS RUN HITS PER RULE AND PER
008646* COMBINATION. WHEN THIS IS THE
008656* RESTART OF A STOPPED CYCLE ITS COUNTS ARE ADDED TO THE ONES THE
008666* STOPPED RUN LEFT, RULE BY RULE AND COMBINATION BY COMBINATION;
008676* OTHERWISE THE DATE'S RECORD IS REPLACED. A STATHIST THAT CANNOT
008686* BE OPENED OR CREATED IS REPORTED AND THE RUN ENDS NORMALLY.
008696*-----------------------------------------------------------------
008706 8400-WRITE-STAT-HISTORY.
008716     OPEN I-O STAT-FILE.
008726     IF FB-STATHIST-STATUS NOT = "00"
008736       OPEN OUTPUT STAT-FILE
008746       IF FB-STATHIST-STATUS = "00"
008756         CLOSE STAT-FILE
008766         OPEN I-O STAT-FILE
008776       END-IF
008786     END-IF.
008796     IF FB-STATHIST-STATUS NOT = "00"
008806       MOVE SPACES TO FB-MSG-TEXT
008816       STRING "FIZZBUZZ0030I STATHIST NOT AVAILABLE - RULE-MIX "
008826                                                 DELIMITED BY SIZE
008836              "STATISTICS NOT RECORDED"          DELIMITED BY SIZE
008846         INTO FB-MSG-TEXT
008856       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008866       GO TO 8400-EXIT
008876     END-IF.
008886     PERFORM 8405-WRITE-ONE-PROFILE-STAT THRU 8405-EXIT
008896       VARYING FB-PRF-SUB FROM 1 BY 1
008906         UNTIL FB-PRF-SUB > FB-PRF-COUNT.
008916     CLOSE STAT-FILE.
008926 8400-EXIT.
008936     EXIT.
008946
008956 8405-WRITE-ONE-PROFILE-STAT.
008966     PERFORM 1485-RESTORE-PROFILE-STATE THRU 1485-EXIT.
008976     MOVE FB-CURRENT-DATE TO FB-STAT-BUS-DATE.
008986     MOVE FB-PROFILE-CODE TO FB-STAT-PROFILE.
008996     READ STAT-FILE
009006       INVALID KEY
009016         MOVE "N" TO FB-STAT-EXISTS-SW
009026       NOT INVALID KEY
009036         SET FB-STAT-RECORD-EXISTS TO TRUE
009046     END-READ.
009056     IF FB-STAT-RECORD-EXISTS
009066       AND FB-RESTART-REQUESTED
009076       AND FB-STAT-CYCLE-STOPPED
009086       PERFORM 8450-ADD-TO-STOPPED-CYCLE THRU 8450-EXIT
009096     ELSE
009106       PERFORM 8410-BUILD-STAT-RECORD THRU 8410-EXIT
009116     END-IF.
009126     IF FB-STOP-REQUESTED
009136       MOVE "P" TO FB-STAT-CYCLE-STAT
009146     ELSE
009156       MOVE "C" TO FB-STAT-CYCLE-STAT
009166     END-IF.
009176     MOVE FB-RUN-ID TO FB-STAT-RUN-ID.
009186     IF FB-STAT-RECORD-EXISTS
009196       REWRITE FB-STAT-RECORD
009206         INVALID KEY
009216           MOVE SPACES TO FB-MSG-TEXT
009226           STRING "FIZZBUZZ0031E STATHIST REWRITE FAILED FOR "
009236                                                 DELIMITED BY SIZE
009246                  FB-STAT-BUS-DATE               DELIMITED BY SIZE
009256                  " PROFILE "                    DELIMITED BY SIZE
009266                  FB-PROFILE-DISPLAY             DELIMITED BY SIZE
009276             INTO FB-MSG-TEXT
009286           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009296       END-REWRITE
009306     ELSE
009316       WRITE FB-STAT-RECORD
009326         INVALID KEY
009336           MOVE SPACES TO FB-MSG-TEXT
009346           STRING "FIZZBUZZ0031E STATHIST WRITE FAILED FOR "
009356                                                 DELIMITED BY SIZE
009366                  FB-STAT-BUS-DATE               DELIMITED BY SIZE
009376                  " PROFILE "                    DELIMITED BY SIZE
009386                  FB-PROFILE-DISPLAY             DELIMITED BY SIZE
009396             INTO FB-MSG-TEXT
009406           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009416       END-WRITE
009426     END-IF.
009436 8405-EXIT.
009446     EXIT.
009456
009466 8410-BUILD-STAT-RECORD.
009476     MOVE SPACES TO FB-STAT-RECORD.
009486     MOVE FB-CURRENT-DATE  TO FB-STAT-BUS-DATE.
009496     MOVE FB-PROFILE-CODE  TO FB-STAT-PROFILE.
009506     MOVE FB-RULE-SET-DATE TO FB-STAT-RULE-SET-DATE.
009516     MOVE FB-PTOT-TOTAL     TO FB-STAT-TOTAL.
009526     MOVE FB-PTOT-SINGLE    TO FB-STAT-SINGLE.
009536     MOVE FB-PTOT-MULTI     TO FB-STAT-MULTI.
009546     MOVE FB-PTOT-NUMBER    TO FB-STAT-NUMBER.
009556     MOVE FB-PTOT-SKIPPED   TO FB-STAT-SKIPPED.
009566     MOVE FB-PTOT-OVERRIDE  TO FB-STAT-OVERRIDE.
009576     MOVE 0 TO FB-STAT-RULE-COUNT.
009586     MOVE 0 TO FB-STAT-COMBO-COUNT.
009596     PERFORM 8420-ADD-ONE-RULE-STAT THRU 8420-EXIT
009606       VARYING FB-RULE-NUM FROM 1 BY 1
009616         UNTIL FB-RULE-NUM > FB-RULE-COUNT.
009626     PERFORM 8430-ADD-ONE-COMBO-STAT THRU 8430-EXIT
009636       VARYING FB-COMBO-SUB FROM 1 BY 1
009646         UNTIL FB-COMBO-SUB > FB-COMBO-COUNT.
009656 8410-EXIT.
009666     EXIT.
009676
009686*    ADDS ONE RULE'S RUN HITS TO THE STATHIST ENTRY FOR THE SAME
009696*    WORD, STARTING A NEW ENTRY WHEN THE WORD IS NOT THERE YET.
009706 8420-ADD-ONE-RULE-STAT.
009716     MOVE 0 TO FB-STAT-FOUND-SUB.
009726     PERFORM 8425-FIND-ONE-RULE-STAT THRU 8425-EXIT
009736       VARYING FB-STAT-SUB FROM 1 BY 1
009746         UNTIL FB-STAT-SUB > FB-STAT-RULE-COUNT
009756           OR FB-STAT-FOUND-SUB > 0.
009766     IF FB-STAT-FOUND-SUB = 0
009776       IF FB-STAT-RULE-COUNT >= 9
009786         GO TO 8420-EXIT
009796       END-IF
009806       ADD 1 TO FB-STAT-RULE-COUNT
009816       MOVE FB-STAT-RULE-COUNT TO FB-STAT-FOUND-SUB
009826       MOVE FB-TBL-WORD(FB-RULE-NUM)
009836         TO FB-STAT-RULE-WORD(FB-STAT-FOUND-SUB)
009846       MOVE FB-TBL-DIVISOR(FB-RULE-NUM)
009856         TO FB-STAT-RULE-DIVISOR(FB-STAT-FOUND-SUB)
009866       MOVE 0 TO FB-STAT-RULE-HITS(FB-STAT-FOUND-SUB)
009876     END-IF.
009886     ADD FB-TBL-GRAND-HITS(FB-RULE-NUM)
009896       TO FB-STAT-RULE-HITS(FB-STAT-FOUND-SUB).
009906 8420-EXIT.
009916     EXIT.
009926
009936 8425-FIND-ONE-RULE-STAT.
009946     IF FB-STAT-RULE-WORD(FB-STAT-SUB) = FB-TBL-WORD(FB-RULE-NUM)
009956       MOVE FB-STAT-SUB TO FB-STAT-FOUND-SUB
009966     END-IF.
009976 8425-EXIT.
009986     EXIT.
009996
010006 8430-ADD-ONE-COMBO-STAT.
010016     MOVE 0 TO FB-STAT-FOUND-SUB.
010026     PERFORM 8435-FIND-ONE-COMBO-STAT THRU 8435-EXIT
010036       VARYING FB-STAT-SUB FROM 1 BY 1
010046         UNTIL FB-STAT-SUB > FB-STAT-COMBO-COUNT
010056           OR FB-STAT-FOUND-SUB > 0.
010066     IF FB-STAT-FOUND-SUB = 0
010076       IF FB-STAT-COMBO-COUNT >= 50
010086         GO TO 8430-EXIT
010096       END-IF
010106       ADD 1 TO FB-STAT-COMBO-COUNT
010116       MOVE FB-STAT-COMBO-COUNT TO FB-STAT-FOUND-SUB
010126       MOVE FB-COMBO-TEXT(FB-COMBO-SUB)
010136         TO FB-STAT-COMBO-TEXT(FB-STAT-FOUND-SUB)
010146       MOVE 0 TO FB-STAT-COMBO-HITS(FB-STAT-FOUND-SUB)
010156     END-IF.
010166     ADD FB-COMBO-GRAND-HITS(FB-COMBO-SUB)
010176       TO FB-STAT-COMBO-HITS(FB-STAT-FOUND-SUB).
010186 8430-EXIT.
010196     EXIT.
010206
010216 8435-FIND-ONE-COMBO-STAT.
010226     IF FB-STAT-COMBO-TEXT(FB-STAT-SUB)
010236         = FB-COMBO-TEXT(FB-COMBO-SUB)
010246       MOVE FB-STAT-SUB TO FB-STAT-FOUND-SUB
010256     END-IF.
010266 8435-EXIT.
010276     EXIT.
010286
010296*    A RESTART ONLY COUNTS FROM ITS RESUME POINT, SO ITS TALLIES
010306*    AND HITS ARE ADDED TO WHAT THE STOPPED RUN ALREADY LOADED.
010316 8450-ADD-TO-STOPPED-CYCLE.
010326     ADD FB-PTOT-TOTAL     TO FB-STAT-TOTAL.
010336     ADD FB-PTOT-SINGLE    TO FB-STAT-SINGLE.
010346     ADD FB-PTOT-MULTI     TO FB-STAT-MULTI.
010356     ADD FB-PTOT-NUMBER    TO FB-STAT-NUMBER.
010366     ADD FB-PTOT-SKIPPED   TO FB-STAT-SKIPPED.
010376     ADD FB-PTOT-OVERRIDE  TO FB-STAT-OVERRIDE.
010386     PERFORM 8420-ADD-ONE-RULE-STAT THRU 8420-EXIT
010396       VARYING FB-RULE-NUM FROM 1 BY 1
010406         UNTIL FB-RULE-NUM > FB-RULE-COUNT.
010416     PERFORM 8430-ADD-ONE-COMBO-STAT THRU 8430-EXIT
010426       VARYING FB-COMBO-SUB FROM 1 BY 1
010436         UNTIL FB-COMBO-SUB > FB-COMBO-COUNT.
010446 8450-EXIT.
010456     EXIT.
010466
010476*-----------------------------------------------------------------
010486* 9700-CHECK-OVERRIDE
010496* DECIDES WHETHER THE GATE OVERRIDE NAMED IN FB-OVR-TYPE IS
010506* HONORED. THE FIRST CONTROL CARD MUST CARRY AN OPERATOR ID
010516* (COLS 39-46) AND A REASON CODE (COLS 48-51), AND THE OPERATOR
010526* MUST HOLD AN OVRAUTH ROW FOR THIS PROGRAM (OR *) AND THIS
010536* OVERRIDE TYPE (OR *). A MISSING OVRAUTH REFUSES EVERY
010546* OVERRIDE. HONORED OR REFUSED, THE OVERRIDE IS WRITTEN TO
010556* OVRLOG BY 9710-LOG-OVERRIDE.
010566*-----------------------------------------------------------------
010576 9700-CHECK-OVERRIDE.
010586     MOVE "N" TO FB-OVR-AUTH-SW.
010596     MOVE SPACES TO FB-OVR-NOTE.
010606     IF FB-OVR-OPERATOR = SPACES
010616       MOVE "NO OPERATOR ID ON CARD" TO FB-OVR-NOTE
010626       PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT
010627       GO TO 9700-EXIT
010636     END-IF.
010646     IF FB-OVR-REASON = SPACES
010656       MOVE "NO REASON CODE ON CARD" TO FB-OVR-NOTE
010666       PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT
010667       GO TO 9700-EXIT
010676     END-IF.
010686     OPEN INPUT OVRAUTH-FILE.
010696     IF FB-OVRAUTH-STATUS NOT = "00"
010706       MOVE "OVRAUTH NOT AVAILABLE" TO FB-OVR-NOTE
010716       PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT
010717       GO TO 9700-EXIT
010726     END-IF.
010736     MOVE "N" TO FB-OVRAUTH-EOF-SW.
010746     PERFORM 9705-READ-ONE-AUTH THRU 9705-EXIT
010756       UNTIL FB-OVRAUTH-AT-EOF
010766         OR FB-OVERRIDE-HONORED.
010776     CLOSE OVRAUTH-FILE.
010786     IF NOT FB-OVERRIDE-HONORED
010796       MOVE "OPERATOR NOT AUTHORIZED" TO FB-OVR-NOTE
010806     END-IF.
010816     PERFORM 9702-REPORT-OVERRIDE THRU 9702-EXIT.
010817 9700-EXIT.
010818     EXIT.
010819
010820*    THE OVERRIDE IS WRITTEN TO OVRLOG AND ITS DISPOSITION
010821*    ANNOUNCED ON THE CONSOLE, HONORED OR REFUSED.
010822 9702-REPORT-OVERRIDE.
010826     PERFORM 9710-LOG-OVERRIDE THRU 9710-EXIT.
010836     MOVE SPACES TO FB-MSG-TEXT.
010846     IF FB-OVERRIDE-HONORED
010856       STRING "FIZZBUZZ0034I "                   DELIMITED BY SIZE
010866              FB-OVR-TYPE                       DELIMITED BY SPACE
010876              " OVERRIDE HONORED FOR "           DELIMITED BY SIZE
010886              FB-RCTL-BUS-DATE                   DELIMITED BY SIZE
010896              " - OPERATOR "                     DELIMITED BY SIZE
010906              FB-OVR-OPERATOR                   DELIMITED BY SPACE
010916              " REASON "                         DELIMITED BY SIZE
010926              FB-OVR-REASON                      DELIMITED BY SIZE
010936         INTO FB-MSG-TEXT
010946     ELSE
010956       STRING "FIZZBUZZ0035W "                   DELIMITED BY SIZE
010966              FB-OVR-TYPE                       DELIMITED BY SPACE
010976              " OVERRIDE REFUSED FOR "           DELIMITED BY SIZE
010986              FB-RCTL-BUS-DATE                   DELIMITED BY SIZE
010996              " - "                              DELIMITED BY SIZE
011006              FB-OVR-NOTE                        DELIMITED BY SIZE
011016         INTO FB-MSG-TEXT
011026     END-IF.
011036     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
011046 9702-EXIT.
011056     EXIT.
011066
011076 9705-READ-ONE-AUTH.
011086     READ OVRAUTH-FILE
011096       AT END
011106         SET FB-OVRAUTH-AT-EOF TO TRUE
011116         GO TO 9705-EXIT
011126     END-READ.
011136     IF FB-OAUT-OPERATOR(1:1) = "*"
011146       GO TO 9705-EXIT
011156     END-IF.
011166     IF FB-OAUT-OPERATOR = FB-OVR-OPERATOR
011176       AND (FB-OAUT-PROGRAM = "FIZZBUZZ" OR FB-OAUT-PROGRAM = "*")
011186       AND (FB-OAUT-TYPE = FB-OVR-TYPE OR FB-OAUT-TYPE = "*")
011196       SET FB-OVERRIDE-HONORED TO TRUE
011206     END-IF.
011216 9705-EXIT.
011226     EXIT.
011236
011246*-----------------------------------------------------------------
011256* 9710-LOG-OVERRIDE
011266* APPENDS THE OVERRIDE AND ITS OUTCOME TO THE PERMANENT OVERRIDE
011276* LOG (OVRLOG), CREATING IT ON FIRST USE. AN OVERRIDE THAT
011286* CANNOT BE LOGGED IS NOT HONORED.
011296*-----------------------------------------------------------------
011306 9710-LOG-OVERRIDE.
011316     OPEN EXTEND OVRLOG-FILE.
011326     IF FB-OVRLOG-STATUS NOT = "00"
011336       OPEN OUTPUT OVRLOG-FILE
011346     END-IF.
011356     IF FB-OVRLOG-STATUS NOT = "00"
011366       MOVE "N" TO FB-OVR-AUTH-SW
011376       MOVE "OVRLOG NOT AVAILABLE" TO FB-OVR-NOTE
011386       GO TO 9710-EXIT
011396     END-IF.
011406     ACCEPT FB-MSG-DATE FROM DATE YYYYMMDD.
011416     ACCEPT FB-MSG-TIME FROM TIME.
011426     MOVE SPACES TO FB-OVRL-RECORD.
011436     MOVE FB-RCTL-BUS-DATE TO FB-OVRL-BUS-DATE.
011446     MOVE "FIZZBUZZ"      TO FB-OVRL-PROGRAM.
011456     MOVE FB-OVR-TYPE     TO FB-OVRL-TYPE.
011466     MOVE FB-OVR-OPERATOR TO FB-OVRL-OPERATOR.
011476     MOVE FB-OVR-REASON   TO FB-OVRL-REASON.
011486     MOVE FB-RUN-ID       TO FB-OVRL-RUN-ID.
011496     IF FB-OVERRIDE-HONORED
011506       SET FB-OVRL-HONORED TO TRUE
011516     ELSE
011526       SET FB-OVRL-REFUSED TO TRUE
011536     END-IF.
011546     STRING FB-MSG-MM   DELIMITED BY SIZE
011556            "/"         DELIMITED BY SIZE
011566            FB-MSG-DD   DELIMITED BY SIZE
011576            "/"         DELIMITED BY SIZE
011586            FB-MSG-YYYY DELIMITED BY SIZE
011596       INTO FB-OVRL-LOG-DATE.
011606     STRING FB-MSG-HH   DELIMITED BY SIZE
011616            ":"         DELIMITED BY SIZE
011626            FB-MSG-MI   DELIMITED BY SIZE
011636            ":"         DELIMITED BY SIZE
011646            FB-MSG-SS   DELIMITED BY SIZE
011656       INTO FB-OVRL-LOG-TIME.
011666     MOVE FB-OVR-NOTE     TO FB-OVRL-NOTE.
011676     WRITE FB-OVRL-RECORD.
011686     CLOSE OVRLOG-FILE.
011696 9710-EXIT.
011706     EXIT.
011716
011726*-----------------------------------------------------------------
011736* 9800-ISSUE-MESSAGE
011746* ISSUES THE MESSAGE BUILT IN FB-MSG-TEXT: DISPLAYS IT ON
011756* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
011766* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
011776* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
011786* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
011796* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
011806*-----------------------------------------------------------------
011816 9800-ISSUE-MESSAGE.
011826     MOVE 132 TO FB-MSG-LEN.
011836     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
011846       UNTIL FB-MSG-LEN = 1
011856         OR FB-MSG-TEXT(FB-MSG-LEN:1) NOT = SPACE.
011866     DISPLAY FB-MSG-TEXT(1:FB-MSG-LEN).
011876     IF FB-MSGLOG-NOT-OPENED
011886       OPEN EXTEND MSGLOG-FILE
011896       IF FB-MSGLOG-STATUS = "00"
011906         SET FB-MSGLOG-IS-OPEN TO TRUE
011916       ELSE
011926         SET FB-MSGLOG-UNAVAILABLE TO TRUE
011936         DISPLAY "FIZZBUZZ0029I MSGLOG NOT AVAILABLE - "
011946             "MESSAGES ON SYSOUT ONLY"
011956       END-IF
011966     END-IF.
011976     IF NOT FB-MSGLOG-IS-OPEN
011986       GO TO 9800-EXIT
011996     END-IF.
012006     ACCEPT FB-MSG-DATE FROM DATE YYYYMMDD.
012016     ACCEPT FB-MSG-TIME FROM TIME.
012026     MOVE SPACES TO FB-MSGL-RECORD.
012036     MOVE "FIZZBUZZ" TO FB-MSGL-PROGRAM.
012046     MOVE FB-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
012056     MOVE FB-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
012066     IF FB-BUS-DATE-KEY > 0
012076       MOVE FB-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
012086     END-IF.
012096     MOVE FB-RUN-ID TO FB-MSGL-RUN-ID.
012106     STRING FB-MSG-MM   DELIMITED BY SIZE
012116            "/"         DELIMITED BY SIZE
012126            FB-MSG-DD   DELIMITED BY SIZE
012136            "/"         DELIMITED BY SIZE
012146            FB-MSG-YYYY DELIMITED BY SIZE
012156       INTO FB-MSGL-LOG-DATE.
012166     STRING FB-MSG-HH   DELIMITED BY SIZE
012176            ":"         DELIMITED BY SIZE
012186            FB-MSG-MI   DELIMITED BY SIZE
012196            ":"         DELIMITED BY SIZE
012206            FB-MSG-SS   DELIMITED BY SIZE
012216       INTO FB-MSGL-LOG-TIME.
012226     MOVE FB-MSG-TEXT(15:) TO FB-MSGL-TEXT.
012236     WRITE FB-MSGL-RECORD.
012246 9800-EXIT.
012256     EXIT.
012266
012276 9810-FIND-MSG-END.
012286     SUBTRACT 1 FROM FB-MSG-LEN.
012296 9810-EXIT.
012306     EXIT.
012316
012326*-----------------------------------------------------------------
012336* 9900-WRITE-STEP-TIMING
012346* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
012356* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
012366* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
012376* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
012386* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
012396*-----------------------------------------------------------------
012406 9900-WRITE-STEP-TIMING.
012416     ACCEPT FB-TIM-END-DATE FROM DATE YYYYMMDD.
012426     ACCEPT FB-TIM-END-TIME FROM TIME.
012436     OPEN EXTEND STEPTIME-FILE.
012446     IF FB-STEPTIME-STATUS NOT = "00"
012456       MOVE "FIZZBUZZ0036I STEPTIME NOT AVAILABLE - NOT TIMED"
012466         TO FB-MSG-TEXT
012476       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
012486       GO TO 9900-EXIT
012496     END-IF.
012506     MULTIPLY FB-TIM-START-HH BY 3600 GIVING FB-TIM-START-SECS.
012516     MULTIPLY FB-TIM-START-MI BY 60 GIVING FB-TIM-WORK.
012526     ADD FB-TIM-WORK FB-TIM-START-SS TO FB-TIM-START-SECS.
012536     MULTIPLY FB-TIM-END-HH BY 3600 GIVING FB-TIM-END-SECS.
012546     MULTIPLY FB-TIM-END-MI BY 60 GIVING FB-TIM-WORK.
012556     ADD FB-TIM-WORK FB-TIM-END-SS TO FB-TIM-END-SECS.
012566     IF FB-TIM-END-DATE NOT = FB-TIM-START-DATE
012576       ADD 86400 TO FB-TIM-END-SECS
012586     END-IF.
012596     MOVE SPACES TO FB-STPT-RECORD.
012606     MOVE "FIZZBUZZ" TO FB-STPT-PROGRAM.
012616     IF FB-BUS-DATE-KEY > 0
012626       MOVE FB-BUS-DATE-KEY TO FB-STPT-BUS-DATE
012636     END-IF.
012646     MOVE FB-RUN-ID TO FB-STPT-RUN-ID.
012656     MOVE FB-TIM-START-DATE TO FB-STPT-START-DATE.
012666     MOVE FB-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
012676     MOVE FB-TIM-END-DATE TO FB-STPT-END-DATE.
012686     MOVE FB-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
012696     IF FB-TIM-END-SECS < FB-TIM-START-SECS
012706       MOVE 0 TO FB-STPT-ELAPSED
012716     ELSE
012726       SUBTRACT FB-TIM-START-SECS FROM FB-TIM-END-SECS
012736         GIVING FB-STPT-ELAPSED
012746     END-IF.
012756     MOVE FB-GRAND-TOTAL TO FB-STPT-RECORDS.
012766     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
012776     WRITE FB-STPT-RECORD.
012786     CLOSE STEPTIME-FILE.
012796 9900-EXIT.
012806     EXIT.
012816
012826 9999-EXIT.
012836     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
012846     IF FB-MSGLOG-IS-OPEN
012856       CLOSE MSGLOG-FILE
012866     END-IF.
008166     STOP RUN.
