000179*                  BALANCED/OUT-OF-BALANCE RESULT IS STAMPED
000180*                  BACK ON THE RUNCTL RECORD FOR THE STEPS
000181*                  BEHIND THIS ONE.
003601* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
003602*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
003603*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
003604*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
003605*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
009601* 10/15/2026 RDM   VSAMOUT IS NOW KEYED ON CLIENT PROFILE PLUS I.
009602*                  THE THREE OUTPUTS ARE ALSO BALANCED PROFILE
009603*                  BY PROFILE (RPTOUT BY THE PROFILE ON EACH
009604*                  RANGE HEADING, VSAMOUT BY THE KEY, BIEXTRCT
009605*                  BY THE PROFILE COLUMN) AND THE PER-PROFILE
009606*                  TOTAL BLOCKS ARE EXCLUDED FROM THE DETAIL
009607*                  COUNT. UP TO SIX PROFILES ARE TRACKED.
010000* 10/15/2026 RDM   THE COL-10 GATE BYPASS NOW NEEDS AN OPERATOR
010001*                  ID (COLS 12-19) AND A REASON CODE (COLS 21-24)
010002*                  ON THE CARD, AND THE OPERATOR MUST BE
010003*                  AUTHORIZED FOR IT ON OVRAUTH. THE BYPASS IS
010004*                  TAKEN ONLY WHERE THE GATE WOULD REFUSE, AND
010005*                  EVERY BYPASS HONORED OR REFUSED IS WRITTEN TO
010006*                  THE OVERRIDE LOG (OVRLOG). A REFUSED BYPASS
010007*                  KEEPS THE GATE SHUT.
011000* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
011001*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
011002*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
011003*                  START AND END, ELAPSED SECONDS, RECORDS
011004*                  PROCESSED (VSAMOUT RECORDS COUNTED) AND RETURN
011005*                  CODE - FOR THE FBFCAST BATCH-WINDOW
011006*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
011007*                  RUN.
012002* 10/15/2026 RDM   MSGLOG RECORDS NOW CARRY THE CYCLE RUN ID.
000170*----------------------------------------------------------------*
000180
000190 IDENTIFICATION DIVISION.
000330     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS FB-VSAM-FULL-KEY
000362         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000364         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000370         FILE STATUS IS RCN-VSAM-STATUS.
000458         ACCESS MODE IS RANDOM
000460         RECORD KEY IS FB-RCTL-BUS-DATE
000462         FILE STATUS IS RCN-RUNCTL-STATUS.
000472
000482     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000492         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS RCN-MSGLOG-STATUS.
000512
000522     SELECT OVRAUTH-FILE ASSIGN TO "OVRAUTH"
000532         ORGANIZATION IS LINE SEQUENTIAL
000542         FILE STATUS IS RCN-OVRAUTH-STATUS.
000552
000562     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
000572         ORGANIZATION IS LINE SEQUENTIAL
000582         FILE STATUS IS RCN-OVRLOG-STATUS.
000592
000602     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000612         ORGANIZATION IS LINE SEQUENTIAL
000622         FILE STATUS IS RCN-STEPTIME-STATUS.
000632
000470 DATA DIVISION.
000480 FILE SECTION.
000482 FD  SYSIN-FILE
000485     05  RCN-CARD-BUS-DATE     PIC X(08).
000486     05  FILLER                PIC X(01).
000487     05  RCN-CARD-BYPASS       PIC X(01).
000488     05  FILLER                PIC X(01).
000489     05  RCN-CARD-OPERATOR     PIC X(08).
000490     05  FILLER                PIC X(01).
000491     05  RCN-CARD-REASON       PIC X(04).
000492     05  FILLER                PIC X(56).
000493
000494 FD  RPTIN-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  RCN-RPTIN-RECORD          PIC X(80).
000520
000636     LABEL RECORDS ARE STANDARD.
000638     COPY FBRUNCTL.
000640
000641 FD  MSGLOG-FILE
000642     LABEL RECORDS ARE STANDARD.
000643     COPY FBMSGLOG.
000644
000645 FD  OVRAUTH-FILE
000646     LABEL RECORDS ARE OMITTED.
000647     COPY FBOVRAUT.
000648
000649 FD  OVRLOG-FILE
000650     LABEL RECORDS ARE STANDARD.
000651     COPY FBOVRLOG.
000652
000653 FD  STEPTIME-FILE
000654     LABEL RECORDS ARE STANDARD.
000655     COPY FBSTEPTM.
000656
000657 WORKING-STORAGE SECTION.
000660 01  RCN-FILE-STATUSES.
000662     05  RCN-SYSIN-STATUS      PIC X(02) VALUE "00".
000670     05  RCN-RPTIN-STATUS      PIC X(02) VALUE "00".
000690     05  RCN-EXTRIN-STATUS     PIC X(02) VALUE "00".
000700     05  RCN-RECONRPT-STATUS   PIC X(02) VALUE "00".
000702     05  RCN-RUNCTL-STATUS     PIC X(02) VALUE "00".
000703     05  RCN-MSGLOG-STATUS     PIC X(02) VALUE "00".
000704     05  RCN-STEPTIME-STATUS   PIC X(02) VALUE "00".
000705     05  RCN-OVRAUTH-STATUS    PIC X(02) VALUE "00".
000706     05  RCN-OVRLOG-STATUS     PIC X(02) VALUE "00".
000710
000720 01  RCN-SWITCHES.
000730     05  RCN-RPT-EOF-SW        PIC X(01) VALUE "N".
000800         88  RCN-VSAM-IS-AVAILABLE     VALUE "Y".
000810     05  RCN-BALANCED-SW       PIC X(01) VALUE "Y".
000820         88  RCN-FILES-BALANCE         VALUE "Y".
000822         88  RCN-FILES-DISAGREE        VALUE "N".
000824     05  RCN-BYPASS-SW         PIC X(01) VALUE SPACE.
000826         88  RCN-GATE-BYPASSED         VALUE "B".
000828     05  RCN-OVR-AUTH-SW       PIC X(01) VALUE "N".
000830         88  RCN-OVERRIDE-HONORED      VALUE "Y".
000832     05  RCN-OVRAUTH-EOF-SW    PIC X(01) VALUE "N".
000834         88  RCN-OVRAUTH-AT-EOF        VALUE "Y".
000836     05  RCN-RUNCTL-AVAIL-SW   PIC X(01) VALUE "Y".
000838         88  RCN-RUNCTL-IS-AVAILABLE   VALUE "Y".
000840 01  RCN-BUS-DATE-KEY          PIC 9(08) VALUE 0.
000900     05  RCN-VSAM-COUNT        PIC 9(09) VALUE 0.
000910     05  RCN-EXTRACT-COUNT     PIC 9(09) VALUE 0.
000920     05  RCN-TRAILER-TOTAL     PIC 9(09) VALUE 0.
000921     05  RCN-TRAILER-COUNT     PIC 9(03) VALUE 0.
000922
000923*    PER-PROFILE COUNTS. A BLANK CODE IS THE BASE PROFILE; THE
000924*    MAIN JOB PRINTS IT AS (BASE) ON THE RANGE HEADING.
000925 01  RCN-PROFILE-CONTROL.
000926     05  RCN-PRF-LIMIT         PIC 9(01) VALUE 6.
000927     05  RCN-PRF-COUNT         PIC 9(01) VALUE 0.
000928     05  RCN-PRF-SUB           PIC 9(01) VALUE 0.
000929     05  RCN-PRF-FOUND-SUB     PIC 9(01) VALUE 0.
000930     05  RCN-PRF-CUR-SUB       PIC 9(01) VALUE 0.
000931     05  RCN-PRF-CODE-IN       PIC X(04) VALUE SPACES.
000932     05  RCN-PRF-DISPLAY       PIC X(06) VALUE SPACES.
000933     05  RCN-EXT-FIELD         PIC X(20) VALUE SPACES.
000934 01  RCN-PROFILE-TABLE.
000935     05  RCN-PRF-ENTRY OCCURS 6 TIMES.
000936         10  RCN-PRF-CODE      PIC X(04).
000937         10  RCN-PRF-RPT-COUNT PIC 9(09).
000938         10  RCN-PRF-VSAM-COUNT
000939                               PIC 9(09).
000940         10  RCN-PRF-EXT-COUNT PIC 9(09).
000941
000942 01  RCN-CURRENT-DATE.
000943     05  RCN-CUR-YYYY          PIC 9(04).
000944     05  RCN-CUR-MM            PIC 9(02).
000945     05  RCN-CUR-DD            PIC 9(02).
000946 01  RCN-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
000947
000948*    THE GATE OVERRIDE BEING CHECKED: WHO PUNCHED IT AND WHY, ITS
000949*    TYPE, THE CYCLE'S RUN ID WHEN KNOWN, AND WHY IT WAS REFUSED.
000950 01  RCN-OVERRIDE-CONTROL.
000951     05  RCN-OVR-OPERATOR      PIC X(08) VALUE SPACES.
000952     05  RCN-OVR-REASON        PIC X(04) VALUE SPACES.
000953     05  RCN-OVR-TYPE          PIC X(08) VALUE SPACES.
000954     05  RCN-OVR-RUN-ID        PIC X(14) VALUE SPACES.
000955     05  RCN-OVR-NOTE          PIC X(30) VALUE SPACES.
000956
000957*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
000958*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
000959 01  RCN-STEP-TIMING.
000960     05  RCN-TIM-START-DATE    PIC X(08) VALUE SPACES.
000961     05  RCN-TIM-START-TIME.
000962         10  RCN-TIM-START-HH  PIC 9(02) VALUE 0.
000963         10  RCN-TIM-START-MI  PIC 9(02) VALUE 0.
000964         10  RCN-TIM-START-SS  PIC 9(02) VALUE 0.
000965         10  RCN-TIM-START-HS  PIC 9(02) VALUE 0.
000966     05  RCN-TIM-END-DATE      PIC X(08) VALUE SPACES.
000967     05  RCN-TIM-END-TIME.
000968         10  RCN-TIM-END-HH    PIC 9(02) VALUE 0.
000969         10  RCN-TIM-END-MI    PIC 9(02) VALUE 0.
000970         10  RCN-TIM-END-SS    PIC 9(02) VALUE 0.
000971         10  RCN-TIM-END-HS    PIC 9(02) VALUE 0.
000972     05  RCN-TIM-START-SECS    PIC 9(06) VALUE 0.
000973     05  RCN-TIM-END-SECS      PIC 9(06) VALUE 0.
000974     05  RCN-TIM-WORK          PIC 9(06) VALUE 0.
000975     05  RCN-TIM-RUN-ID        PIC X(14) VALUE SPACES.
000976
000977*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
000978*    TO SYSOUT AND TO MSGLOG.
000979 01  RCN-MESSAGE-AREA.
000980     05  RCN-MSG-TEXT          PIC X(132) VALUE SPACES.
000981     05  RCN-MSG-LEN           PIC 9(03) VALUE 0.
000982     05  RCN-MSGLOG-SW         PIC X(01) VALUE "N".
000983         88  RCN-MSGLOG-NOT-OPENED     VALUE "N".
000984         88  RCN-MSGLOG-IS-OPEN        VALUE "Y".
000985         88  RCN-MSGLOG-UNAVAILABLE    VALUE "U".
000986 01  RCN-MSG-DATE.
000987     05  RCN-MSG-YYYY          PIC 9(04).
000988     05  RCN-MSG-MM            PIC 9(02).
000989     05  RCN-MSG-DD            PIC 9(02).
000990 01  RCN-MSG-TIME.
000991     05  RCN-MSG-HH            PIC 9(02).
000992     05  RCN-MSG-MI            PIC 9(02).
000993     05  RCN-MSG-SS            PIC 9(02).
000994     05  RCN-MSG-HS            PIC 9(02).
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001150* THE MISMATCH (AND THE NON-ZERO RETURN-CODE) STILL SURFACES.
001160*-----------------------------------------------------------------
001170 1000-INITIALIZE.
001173     ACCEPT RCN-TIM-START-DATE FROM DATE YYYYMMDD.
001176     ACCEPT RCN-TIM-START-TIME FROM TIME.
001180     ACCEPT RCN-CURRENT-DATE FROM DATE YYYYMMDD.
001190     STRING RCN-CUR-MM   DELIMITED BY SIZE
001200            "/"          DELIMITED BY SIZE
001244     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
001250     OPEN OUTPUT RECONRPT-FILE.
001260     IF RCN-RECONRPT-STATUS NOT = "00"
001264       MOVE SPACES TO RCN-MSG-TEXT
001268       STRING "FBRECON0001E RECONRPT OPEN FAILED - STEP "
001272                                                 DELIMITED BY SIZE
001276              "REJECTED"                         DELIMITED BY SIZE
001280         INTO RCN-MSG-TEXT
001284       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001290       MOVE 16 TO RETURN-CODE
001300       GO TO 9999-EXIT
001310     END-IF.
001320     OPEN INPUT RPTIN-FILE.
001330     IF RCN-RPTIN-STATUS NOT = "00"
001335       MOVE "FBRECON0002E RPTOUT OPEN FAILED - STEP REJECTED"
001340         TO RCN-MSG-TEXT
001345       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001350       MOVE 16 TO RETURN-CODE
001360       CLOSE RECONRPT-FILE
001370       GO TO 9999-EXIT
001380     END-IF.
001390     OPEN INPUT EXTRIN-FILE.
001400     IF RCN-EXTRIN-STATUS NOT = "00"
001404       MOVE SPACES TO RCN-MSG-TEXT
001408       STRING "FBRECON0003E BIEXTRCT OPEN FAILED - STEP "
001412                                                 DELIMITED BY SIZE
001416              "REJECTED"                         DELIMITED BY SIZE
001420         INTO RCN-MSG-TEXT
001424       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001430       MOVE 16 TO RETURN-CODE
001440       CLOSE RPTIN-FILE
001450       CLOSE RECONRPT-FILE
001470     END-IF.
001480     OPEN INPUT VSAM-FILE.
001490     IF RCN-VSAM-STATUS NOT = "00"
001494       MOVE SPACES TO RCN-MSG-TEXT
001498       STRING "FBRECON0004W VSAMOUT NOT AVAILABLE - COUNTED "
001502                                                 DELIMITED BY SIZE
001506              "AS ZERO"                          DELIMITED BY SIZE
001510         INTO RCN-MSG-TEXT
001514       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001520       MOVE "N" TO RCN-VSAM-AVAIL-SW
001530     END-IF.
001540 1000-EXIT.
001541     EXIT.
001542
001543*-----------------------------------------------------------------
001544* 1100-READ-DATE-CARD
001545* READS THE OPTIONAL SYSIN CARD NAMING THE BUSINESS DATE UNDER
001546* RECONCILIATION (MMDDYYYY COLS 1-8) AND THE GATE BYPASS
001547* (COL 10 = B) WITH THE OPERATOR ID (COLS 12-19) AND REASON
001548* CODE (COLS 21-24) THAT GO WITH IT. A MISSING OR BLANK CARD
001549* RECONCILES TODAY'S
001550* CYCLE ON THE SYSTEM DATE.
001551*-----------------------------------------------------------------
001552 1100-READ-DATE-CARD.
001553     MOVE RCN-CURRENT-DATE TO RCN-BUS-DATE-KEY.
001554     OPEN INPUT SYSIN-FILE.
001555     IF RCN-SYSIN-STATUS NOT = "00"
001556       GO TO 1100-EXIT
001557     END-IF.
001558     READ SYSIN-FILE
001559       AT END
001560         CLOSE SYSIN-FILE
001561         GO TO 1100-EXIT
001562     END-READ.
001563     CLOSE SYSIN-FILE.
001564     MOVE RCN-CARD-BYPASS TO RCN-BYPASS-SW.
001565     MOVE RCN-CARD-OPERATOR TO RCN-OVR-OPERATOR.
001566     MOVE RCN-CARD-REASON TO RCN-OVR-REASON.
001567     IF RCN-CARD-BUS-DATE = SPACES
001568       GO TO 1100-EXIT
001569     END-IF.
001570     IF RCN-CARD-BUS-DATE NOT NUMERIC
001571       MOVE SPACES TO RCN-MSG-TEXT
001572       STRING "FBRECON0005E BUSINESS DATE CARD INVALID - "
001573                                                 DELIMITED BY SIZE
001574              "STEP REJECTED"                    DELIMITED BY SIZE
001575         INTO RCN-MSG-TEXT
001576       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001578       MOVE 16 TO RETURN-CODE
001579       GO TO 9999-EXIT
001580     END-IF.
001590* COMPLETE ON RUNCTL (RC 12) - A RECONCILIATION RUN WHILE THE
001591* MAIN JOB IS STILL IN FLIGHT COUNTS A MOVING FILE AND PROVES
001592* NOTHING. THE BYPASS CARD LETS OPS RUN IT ANYWAY FOR A
001593* GENUINE RERUN OR A RECOVERED RUNCTL - BUT ONLY WHERE THE GATE
001594* WOULD REFUSE, AND ONLY WHEN 1250-CHECK-BYPASS HONORS IT FOR
001595* THE OPERATOR ON THE CARD.
001596*-----------------------------------------------------------------
001597 1200-CHECK-RUN-CONTROL.
001600     OPEN I-O RUNCTL-FILE.
001601     IF RCN-RUNCTL-STATUS NOT = "00"
001604       MOVE "N" TO RCN-RUNCTL-AVAIL-SW
001621       PERFORM 1250-CHECK-BYPASS THRU 1250-EXIT
001631       IF RCN-OVERRIDE-HONORED
001641         GO TO 1200-EXIT
001651       END-IF
001661       MOVE SPACES TO RCN-MSG-TEXT
001671       STRING "FBRECON0007E RUNCTL NOT AVAILABLE - STEP "
001681                                                 DELIMITED BY SIZE
001691              "REJECTED (PUNCH B IN COL 10 AND AN AUTHORIZED "
001701                                                 DELIMITED BY SIZE
001711              "OPERATOR TO BYPASS)"              DELIMITED BY SIZE
001721         INTO RCN-MSG-TEXT
001731       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001741       MOVE 12 TO RETURN-CODE
001751       GO TO 9999-EXIT
001761     END-IF.
001771     MOVE RCN-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
001781     READ RUNCTL-FILE
001791       INVALID KEY
001801         CLOSE RUNCTL-FILE
001811         PERFORM 1250-CHECK-BYPASS THRU 1250-EXIT
001821         IF RCN-OVERRIDE-HONORED
001831           GO TO 1200-EXIT
001841         END-IF
001851         MOVE SPACES TO RCN-MSG-TEXT
001861         STRING "FBRECON0008E NO RUNCTL RECORD FOR "
001871                                                 DELIMITED BY SIZE
001881                RCN-BUS-DATE-KEY                 DELIMITED BY SIZE
001891                " - STEP REJECTED"               DELIMITED BY SIZE
001901           INTO RCN-MSG-TEXT
001911         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001921         MOVE 12 TO RETURN-CODE
001931         GO TO 9999-EXIT
001941     END-READ.
001951     MOVE FB-RCTL-MAIN-RUN-ID TO RCN-OVR-RUN-ID.
001961     MOVE FB-RCTL-MAIN-RUN-ID TO RCN-TIM-RUN-ID.
001971     CLOSE RUNCTL-FILE.
001981     IF NOT FB-RCTL-MAIN-COMPLETE
001991       PERFORM 1250-CHECK-BYPASS THRU 1250-EXIT
002001       IF RCN-OVERRIDE-HONORED
002011         GO TO 1200-EXIT
002021       END-IF
002031       MOVE SPACES TO RCN-MSG-TEXT
002041       STRING "FBRECON0009E MAIN JOB NOT COMPLETE FOR "
002051                                                 DELIMITED BY SIZE
002061              RCN-BUS-DATE-KEY                   DELIMITED BY SIZE
002071              " - STEP REJECTED"                 DELIMITED BY SIZE
002081         INTO RCN-MSG-TEXT
002091       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002101       MOVE 12 TO RETURN-CODE
002111       GO TO 9999-EXIT
002121     END-IF.
002131 1200-EXIT.
002141     EXIT.
002151
002161*-----------------------------------------------------------------
002171* 1250-CHECK-BYPASS
002181* CALLED WHERE THE GATE WOULD REFUSE THE STEP. WHEN THE CARD
002191* CARRIES THE BYPASS, HAS 9700-CHECK-OVERRIDE DECIDE WHETHER
002201* THE OPERATOR ON THE CARD MAY USE IT. A BYPASS THAT IS NOT
002211* HONORED LEAVES THE GATE TO REJECT THE STEP.
002221*-----------------------------------------------------------------
002231 1250-CHECK-BYPASS.
002241     IF NOT RCN-GATE-BYPASSED
002251       GO TO 1250-EXIT
002261     END-IF.
002271     MOVE "BYPASS" TO RCN-OVR-TYPE.
002281     PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT.
002291     IF RCN-OVERRIDE-HONORED
002301       MOVE "FBRECON0006I RUN-CONTROL GATE BYPASSED BY CARD"
002311         TO RCN-MSG-TEXT
002321       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002331     END-IF.
002341 1250-EXIT.
002351     EXIT.
001560
001570*-----------------------------------------------------------------
001580* 2000-COUNT-REPORT-FILE
001730         SET RCN-RPT-AT-EOF TO TRUE
001740         GO TO 2100-EXIT
001750     END-READ.
001752     IF RCN-RPTIN-RECORD(1:7) = "RANGE: "
001754       PERFORM 2300-TAKE-RANGE-PROFILE THRU 2300-EXIT
001756       GO TO 2100-EXIT
001758     END-IF.
001760     IF RCN-RPTIN-RECORD(1:22) = "GRAND TOTAL LINES   : "
001770       PERFORM 2200-TAKE-TRAILER-TOTAL THRU 2200-EXIT
001780       GO TO 2100-EXIT
001940       OR RCN-RPTIN-RECORD(1:16) = "RANGES PROCESSED"
001950       OR RCN-RPTIN-RECORD(1:14) = "CARDS REJECTED"
001960       OR RCN-RPTIN-RECORD(1:7)  = "  CARD "
001961       OR RCN-RPTIN-RECORD(1:8)  = "PROFILE "
001962       OR RCN-RPTIN-RECORD(1:6)  = "RULE  "
001964       OR RCN-RPTIN-RECORD(1:6)  = "COMBO "
001970       GO TO 2100-EXIT
001980     END-IF.
001990     ADD 1 TO RCN-RPT-DETAIL-COUNT.
001992     IF RCN-PRF-CUR-SUB > 0
001994       ADD 1 TO RCN-PRF-RPT-COUNT(RCN-PRF-CUR-SUB)
001996     END-IF.
002000 2100-EXIT.
002010     EXIT.
002020
002140     END-IF.
002150     ADD RCN-TRAILER-VALUE TO RCN-TRAILER-TOTAL.
002160     ADD 1 TO RCN-TRAILER-COUNT.
002161 2200-EXIT.
002162     EXIT.
002163
002164*-----------------------------------------------------------------
002165* 2300-TAKE-RANGE-PROFILE
002166* PICKS THE PROFILE OFF A RANGE HEADING (COLS 44-49, "(BASE)"
002167* FOR THE BASE PROFILE). THE DETAIL LINES THAT FOLLOW, UP TO
002168* THE NEXT HEADING, BELONG TO THAT PROFILE.
002169*-----------------------------------------------------------------
002170 2300-TAKE-RANGE-PROFILE.
002171     MOVE RCN-RPTIN-RECORD(44:6) TO RCN-PRF-DISPLAY.
002172     IF RCN-PRF-DISPLAY = "(BASE)"
002173       MOVE SPACES TO RCN-PRF-CODE-IN
002174     ELSE
002175       MOVE RCN-PRF-DISPLAY(1:4) TO RCN-PRF-CODE-IN
002176     END-IF.
002177     PERFORM 7000-FIND-PROFILE THRU 7000-EXIT.
002178     MOVE RCN-PRF-FOUND-SUB TO RCN-PRF-CUR-SUB.
002179 2300-EXIT.
002180     EXIT.
002190
002200*-----------------------------------------------------------------
002390     END-READ.
002400     IF RCN-VSAM-STATUS = "00"
002410       ADD 1 TO RCN-VSAM-COUNT
002411       MOVE FB-VSAM-PROFILE TO RCN-PRF-CODE-IN
002412       PERFORM 7000-FIND-PROFILE THRU 7000-EXIT
002413       IF RCN-PRF-FOUND-SUB > 0
002414         ADD 1 TO RCN-PRF-VSAM-COUNT(RCN-PRF-FOUND-SUB)
002415       END-IF
002420     ELSE
002430       SET RCN-VSAM-AT-EOF TO TRUE
002440     END-IF.
002636       GO TO 4100-EXIT
002638     END-IF.
002640     ADD 1 TO RCN-EXTRACT-COUNT.
002641     MOVE SPACES TO RCN-PRF-CODE-IN.
002642     UNSTRING RCN-EXTRIN-RECORD DELIMITED BY "|"
002643       INTO RCN-EXT-FIELD RCN-EXT-FIELD RCN-EXT-FIELD
002644            RCN-EXT-FIELD RCN-PRF-CODE-IN.
002645     PERFORM 7000-FIND-PROFILE THRU 7000-EXIT.
002646     IF RCN-PRF-FOUND-SUB > 0
002647       ADD 1 TO RCN-PRF-EXT-COUNT(RCN-PRF-FOUND-SUB)
002648     END-IF.
002650 4100-EXIT.
002651     EXIT.
002652
002653*-----------------------------------------------------------------
002654* 7000-FIND-PROFILE
002655* RETURNS THE TABLE SLOT FOR THE PROFILE IN RCN-PRF-CODE-IN IN
002656* RCN-PRF-FOUND-SUB, ADDING IT ON FIRST SIGHT. ZERO MEANS THE
002657* TABLE IS FULL - THE RUN-WIDE COUNTS STILL COVER THAT ROW.
002658*-----------------------------------------------------------------
002659 7000-FIND-PROFILE.
002660     MOVE 0 TO RCN-PRF-FOUND-SUB.
002661     PERFORM 7010-MATCH-ONE-PROFILE THRU 7010-EXIT
002662       VARYING RCN-PRF-SUB FROM 1 BY 1
002663         UNTIL RCN-PRF-SUB > RCN-PRF-COUNT
002664            OR RCN-PRF-FOUND-SUB > 0.
002665     IF RCN-PRF-FOUND-SUB > 0
002666       GO TO 7000-EXIT
002667     END-IF.
002668     IF RCN-PRF-COUNT NOT < RCN-PRF-LIMIT
002669       GO TO 7000-EXIT
002670     END-IF.
002671     ADD 1 TO RCN-PRF-COUNT.
002672     MOVE RCN-PRF-COUNT TO RCN-PRF-FOUND-SUB.
002673     MOVE RCN-PRF-CODE-IN TO RCN-PRF-CODE(RCN-PRF-COUNT).
002674     MOVE 0 TO RCN-PRF-RPT-COUNT(RCN-PRF-COUNT).
002675     MOVE 0 TO RCN-PRF-VSAM-COUNT(RCN-PRF-COUNT).
002676     MOVE 0 TO RCN-PRF-EXT-COUNT(RCN-PRF-COUNT).
002677 7000-EXIT.
002678     EXIT.
002679
002680 7010-MATCH-ONE-PROFILE.
002681     IF RCN-PRF-CODE(RCN-PRF-SUB) = RCN-PRF-CODE-IN
002682       MOVE RCN-PRF-SUB TO RCN-PRF-FOUND-SUB
002683     END-IF.
002684 7010-EXIT.
002685     EXIT.
002686
002687*-----------------------------------------------------------------
002690* 8000-TERMINATE
002700* PRINTS THE BALANCING REPORT, FLAGS EVERY PAIRWISE MISMATCH,
002710* AND ENDS WITH RETURN-CODE 8 ON ANY DISAGREEMENT SO THE
003350       WRITE RCN-REPORT-RECORD
003360       SET RCN-FILES-DISAGREE TO TRUE
003370     END-IF.
003371     IF RCN-PRF-COUNT > 1
003372       PERFORM 8100-WRITE-PROFILE-COUNTS THRU 8100-EXIT
003373         VARYING RCN-PRF-SUB FROM 1 BY 1
003374           UNTIL RCN-PRF-SUB > RCN-PRF-COUNT
003375     END-IF.
003380     MOVE SPACES TO RCN-REPORT-RECORD.
003390     IF RCN-FILES-BALANCE
003400       MOVE "RECONCILIATION      : BALANCED" TO RCN-REPORT-RECORD
003440       MOVE 8 TO RETURN-CODE
003450     END-IF.
003460     WRITE RCN-REPORT-RECORD.
003461     CLOSE RPTIN-FILE.
003462     CLOSE EXTRIN-FILE.
003463     CLOSE RECONRPT-FILE.
003464     PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT.
003465 8000-EXIT.
003466     EXIT.
003467
003468*-----------------------------------------------------------------
003469* 8100-WRITE-PROFILE-COUNTS
003470* WHEN THE CYCLE CARRIED MORE THAN ONE CLIENT PROFILE, PRINTS
003471* THE THREE COUNTS FOR ONE PROFILE AND FLAGS A PROFILE WHOSE
003472* OUTPUTS DISAGREE EVEN WHEN THE RUN-WIDE TOTALS HAPPEN TO
003473* BALANCE.
003474*-----------------------------------------------------------------
003475 8100-WRITE-PROFILE-COUNTS.
003476     IF RCN-PRF-CODE(RCN-PRF-SUB) = SPACES
003477       MOVE "(BASE)" TO RCN-PRF-DISPLAY
003478     ELSE
003479       MOVE RCN-PRF-CODE(RCN-PRF-SUB) TO RCN-PRF-DISPLAY
003480     END-IF.
003481     MOVE SPACES TO RCN-REPORT-RECORD.
003482     STRING "PROFILE " DELIMITED BY SIZE
003483            RCN-PRF-DISPLAY DELIMITED BY SIZE
003484            "      : RPT "  DELIMITED BY SIZE
003485            RCN-PRF-RPT-COUNT(RCN-PRF-SUB) DELIMITED BY SIZE
003486            " VSAM "        DELIMITED BY SIZE
003487            RCN-PRF-VSAM-COUNT(RCN-PRF-SUB) DELIMITED BY SIZE
003488            " EXT "         DELIMITED BY SIZE
003489            RCN-PRF-EXT-COUNT(RCN-PRF-SUB) DELIMITED BY SIZE
003490       INTO RCN-REPORT-RECORD.
003491     WRITE RCN-REPORT-RECORD.
003492     IF RCN-PRF-RPT-COUNT(RCN-PRF-SUB)
003493          NOT = RCN-PRF-VSAM-COUNT(RCN-PRF-SUB)
003494       OR RCN-PRF-RPT-COUNT(RCN-PRF-SUB)
003495          NOT = RCN-PRF-EXT-COUNT(RCN-PRF-SUB)
003496       MOVE SPACES TO RCN-REPORT-RECORD
003497       STRING "*** PROFILE "  DELIMITED BY SIZE
003498              RCN-PRF-DISPLAY DELIMITED BY SPACE
003499              " OUTPUTS DISAGREE ***" DELIMITED BY SIZE
003500         INTO RCN-REPORT-RECORD
003501       WRITE RCN-REPORT-RECORD
003502       SET RCN-FILES-DISAGREE TO TRUE
003503     END-IF.
003504 8100-EXIT.
003505     EXIT.
003506
003507*-----------------------------------------------------------------
003508* 8500-STAMP-RUN-CONTROL
003509* STAMPS THE BALANCED/OUT-OF-BALANCE RESULT ON THE CYCLE'S
003510* RUNCTL RECORD SO THE STEPS BEHIND THIS ONE (COMPARE, THE
003511* EXTRACT HAND-OFF) CAN GATE ON IT.
003512*-----------------------------------------------------------------
003513 8500-STAMP-RUN-CONTROL.
003514     OPEN I-O RUNCTL-FILE.
003515     IF RCN-RUNCTL-STATUS NOT = "00"
003516       MOVE SPACES TO RCN-MSG-TEXT
003517       STRING "FBRECON0010I RUNCTL NOT AVAILABLE - RESULT "
003518                                                 DELIMITED BY SIZE
003519              "NOT STAMPED"                      DELIMITED BY SIZE
003520         INTO RCN-MSG-TEXT
003521       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003523       GO TO 8500-EXIT
003524     END-IF.
003525     MOVE RCN-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
003535     END-IF.
003536     REWRITE FB-RCTL-RECORD
003537       INVALID KEY
003547         MOVE SPACES TO RCN-MSG-TEXT
003557         STRING "FBRECON0011E RUNCTL REWRITE FAILED FOR "
003567                                                 DELIMITED BY SIZE
003577                FB-RCTL-BUS-DATE                 DELIMITED BY SIZE
003587           INTO RCN-MSG-TEXT
003597         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003607     END-REWRITE.
003617     CLOSE RUNCTL-FILE.
003627 8500-EXIT.
003637     EXIT.
003647
003657*-----------------------------------------------------------------
003667* 9700-CHECK-OVERRIDE
003677* DECIDES WHETHER THE GATE OVERRIDE NAMED IN RCN-OVR-TYPE IS
003687* HONORED. THE CONTROL CARD MUST CARRY AN OPERATOR ID
003697* (COLS 12-19) AND A REASON CODE (COLS 21-24), AND THE OPERATOR
003707* MUST HOLD AN OVRAUTH ROW FOR THIS PROGRAM (OR *) AND THIS
003717* OVERRIDE TYPE (OR *). A MISSING OVRAUTH REFUSES EVERY
003727* OVERRIDE. HONORED OR REFUSED, THE OVERRIDE IS WRITTEN TO
003737* OVRLOG BY 9710-LOG-OVERRIDE.
003747*-----------------------------------------------------------------
003757 9700-CHECK-OVERRIDE.
003767     MOVE "N" TO RCN-OVR-AUTH-SW.
003777     MOVE SPACES TO RCN-OVR-NOTE.
003787     IF RCN-OVR-OPERATOR = SPACES
003797       MOVE "NO OPERATOR ID ON CARD" TO RCN-OVR-NOTE
003807       GO TO 9700-LOG
003817     END-IF.
003827     IF RCN-OVR-REASON = SPACES
003837       MOVE "NO REASON CODE ON CARD" TO RCN-OVR-NOTE
003847       GO TO 9700-LOG
003857     END-IF.
003867     OPEN INPUT OVRAUTH-FILE.
003877     IF RCN-OVRAUTH-STATUS NOT = "00"
003887       MOVE "OVRAUTH NOT AVAILABLE" TO RCN-OVR-NOTE
003897       GO TO 9700-LOG
003907     END-IF.
003917     MOVE "N" TO RCN-OVRAUTH-EOF-SW.
003927     PERFORM 9705-READ-ONE-AUTH THRU 9705-EXIT
003937       UNTIL RCN-OVRAUTH-AT-EOF
003947         OR RCN-OVERRIDE-HONORED.
003957     CLOSE OVRAUTH-FILE.
003967     IF NOT RCN-OVERRIDE-HONORED
003977       MOVE "OPERATOR NOT AUTHORIZED" TO RCN-OVR-NOTE
003987     END-IF.
003997 9700-LOG.
004007     PERFORM 9710-LOG-OVERRIDE THRU 9710-EXIT.
004017     MOVE SPACES TO RCN-MSG-TEXT.
004027     IF RCN-OVERRIDE-HONORED
004037       STRING "FBRECON0013I "                    DELIMITED BY SIZE
004047              RCN-OVR-TYPE                      DELIMITED BY SPACE
004057              " OVERRIDE HONORED FOR "           DELIMITED BY SIZE
004067              RCN-BUS-DATE-KEY                   DELIMITED BY SIZE
004077              " - OPERATOR "                     DELIMITED BY SIZE
004087              RCN-OVR-OPERATOR                  DELIMITED BY SPACE
004097              " REASON "                         DELIMITED BY SIZE
004107              RCN-OVR-REASON                     DELIMITED BY SIZE
004117         INTO RCN-MSG-TEXT
004127     ELSE
004137       STRING "FBRECON0014W "                    DELIMITED BY SIZE
004147              RCN-OVR-TYPE                      DELIMITED BY SPACE
004157              " OVERRIDE REFUSED FOR "           DELIMITED BY SIZE
004167              RCN-BUS-DATE-KEY                   DELIMITED BY SIZE
004177              " - "                              DELIMITED BY SIZE
004187              RCN-OVR-NOTE                       DELIMITED BY SIZE
004197         INTO RCN-MSG-TEXT
004207     END-IF.
004217     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
004227 9700-EXIT.
004237     EXIT.
004247
004257 9705-READ-ONE-AUTH.
004267     READ OVRAUTH-FILE
004277       AT END
004287         SET RCN-OVRAUTH-AT-EOF TO TRUE
004297         GO TO 9705-EXIT
004307     END-READ.
004317     IF FB-OAUT-OPERATOR(1:1) = "*"
004327       GO TO 9705-EXIT
004337     END-IF.
004347     IF FB-OAUT-OPERATOR = RCN-OVR-OPERATOR
004357       AND (FB-OAUT-PROGRAM = "FBRECON" OR FB-OAUT-PROGRAM = "*")
004367       AND (FB-OAUT-TYPE = RCN-OVR-TYPE OR FB-OAUT-TYPE = "*")
004377       SET RCN-OVERRIDE-HONORED TO TRUE
004387     END-IF.
004397 9705-EXIT.
004407     EXIT.
004417
004427*-----------------------------------------------------------------
004437* 9710-LOG-OVERRIDE
004447* APPENDS THE OVERRIDE AND ITS OUTCOME TO THE PERMANENT OVERRIDE
004457* LOG (OVRLOG), CREATING IT ON FIRST USE. AN OVERRIDE THAT
004467* CANNOT BE LOGGED IS NOT HONORED.
004477*-----------------------------------------------------------------
004487 9710-LOG-OVERRIDE.
004497     OPEN EXTEND OVRLOG-FILE.
004507     IF RCN-OVRLOG-STATUS NOT = "00"
004517       OPEN OUTPUT OVRLOG-FILE
004527     END-IF.
004537     IF RCN-OVRLOG-STATUS NOT = "00"
004547       MOVE "N" TO RCN-OVR-AUTH-SW
004557       MOVE "OVRLOG NOT AVAILABLE" TO RCN-OVR-NOTE
004567       GO TO 9710-EXIT
004577     END-IF.
004587     ACCEPT RCN-MSG-DATE FROM DATE YYYYMMDD.
004597     ACCEPT RCN-MSG-TIME FROM TIME.
004607     MOVE SPACES TO FB-OVRL-RECORD.
004617     MOVE RCN-BUS-DATE-KEY TO FB-OVRL-BUS-DATE.
004627     MOVE "FBRECON"        TO FB-OVRL-PROGRAM.
004637     MOVE RCN-OVR-TYPE     TO FB-OVRL-TYPE.
004647     MOVE RCN-OVR-OPERATOR TO FB-OVRL-OPERATOR.
004657     MOVE RCN-OVR-REASON   TO FB-OVRL-REASON.
004667     MOVE RCN-OVR-RUN-ID   TO FB-OVRL-RUN-ID.
004677     IF RCN-OVERRIDE-HONORED
004687       SET FB-OVRL-HONORED TO TRUE
004697     ELSE
004707       SET FB-OVRL-REFUSED TO TRUE
004717     END-IF.
004727     STRING RCN-MSG-MM   DELIMITED BY SIZE
004737            "/"          DELIMITED BY SIZE
004747            RCN-MSG-DD   DELIMITED BY SIZE
004757            "/"          DELIMITED BY SIZE
004767            RCN-MSG-YYYY DELIMITED BY SIZE
004777       INTO FB-OVRL-LOG-DATE.
004787     STRING RCN-MSG-HH   DELIMITED BY SIZE
004797            ":"          DELIMITED BY SIZE
004807            RCN-MSG-MI   DELIMITED BY SIZE
004817            ":"          DELIMITED BY SIZE
004827            RCN-MSG-SS   DELIMITED BY SIZE
004837       INTO FB-OVRL-LOG-TIME.
004847     MOVE RCN-OVR-NOTE     TO FB-OVRL-NOTE.
004857     WRITE FB-OVRL-RECORD.
004867     CLOSE OVRLOG-FILE.
004877 9710-EXIT.
004887     EXIT.
004897
004907*-----------------------------------------------------------------
004917* 9800-ISSUE-MESSAGE
004927* ISSUES THE MESSAGE BUILT IN RCN-MSG-TEXT: DISPLAYS IT ON
004937* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
004947* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
004957* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
004967* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
004977* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
004987*-----------------------------------------------------------------
004997 9800-ISSUE-MESSAGE.
005007     MOVE 132 TO RCN-MSG-LEN.
005017     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
005027       UNTIL RCN-MSG-LEN = 1
005037         OR RCN-MSG-TEXT(RCN-MSG-LEN:1) NOT = SPACE.
005047     DISPLAY RCN-MSG-TEXT(1:RCN-MSG-LEN).
005057     IF RCN-MSGLOG-NOT-OPENED
005067       OPEN EXTEND MSGLOG-FILE
005077       IF RCN-MSGLOG-STATUS = "00"
005087         SET RCN-MSGLOG-IS-OPEN TO TRUE
005097       ELSE
005107         SET RCN-MSGLOG-UNAVAILABLE TO TRUE
005117         DISPLAY "FBRECON0012I MSGLOG NOT AVAILABLE - "
005127             "MESSAGES ON SYSOUT ONLY"
005137       END-IF
005147     END-IF.
005157     IF NOT RCN-MSGLOG-IS-OPEN
005167       GO TO 9800-EXIT
005177     END-IF.
005187     ACCEPT RCN-MSG-DATE FROM DATE YYYYMMDD.
005197     ACCEPT RCN-MSG-TIME FROM TIME.
005207     MOVE SPACES TO FB-MSGL-RECORD.
005217     MOVE "FBRECON" TO FB-MSGL-PROGRAM.
005227     MOVE RCN-MSG-TEXT(1:11) TO FB-MSGL-MSG-ID.
005237     MOVE RCN-MSG-TEXT(12:1) TO FB-MSGL-SEVERITY.
005247     MOVE RCN-TIM-RUN-ID TO FB-MSGL-RUN-ID.
005257     IF RCN-BUS-DATE-KEY > 0
005267       MOVE RCN-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
005277     END-IF.
005287     STRING RCN-MSG-MM   DELIMITED BY SIZE
005297            "/"          DELIMITED BY SIZE
005307            RCN-MSG-DD   DELIMITED BY SIZE
005317            "/"          DELIMITED BY SIZE
005327            RCN-MSG-YYYY DELIMITED BY SIZE
005337       INTO FB-MSGL-LOG-DATE.
005347     STRING RCN-MSG-HH   DELIMITED BY SIZE
005357            ":"          DELIMITED BY SIZE
005367            RCN-MSG-MI   DELIMITED BY SIZE
005377            ":"          DELIMITED BY SIZE
005387            RCN-MSG-SS   DELIMITED BY SIZE
005397       INTO FB-MSGL-LOG-TIME.
005407     MOVE RCN-MSG-TEXT(14:) TO FB-MSGL-TEXT.
005417     WRITE FB-MSGL-RECORD.
005427 9800-EXIT.
005437     EXIT.
005447
005457 9810-FIND-MSG-END.
005467     SUBTRACT 1 FROM RCN-MSG-LEN.
005477 9810-EXIT.
005487     EXIT.
005497
005507*-----------------------------------------------------------------
005517* 9900-WRITE-STEP-TIMING
005527* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
005537* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
005547* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
005557* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
005567* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
005577*-----------------------------------------------------------------
005587 9900-WRITE-STEP-TIMING.
005597     ACCEPT RCN-TIM-END-DATE FROM DATE YYYYMMDD.
005607     ACCEPT RCN-TIM-END-TIME FROM TIME.
005617     OPEN EXTEND STEPTIME-FILE.
005627     IF RCN-STEPTIME-STATUS NOT = "00"
005637       MOVE "FBRECON0015I STEPTIME NOT AVAILABLE - NOT TIMED"
005647         TO RCN-MSG-TEXT
005657       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005667       GO TO 9900-EXIT
005677     END-IF.
005687     MULTIPLY RCN-TIM-START-HH BY 3600 GIVING RCN-TIM-START-SECS.
005697     MULTIPLY RCN-TIM-START-MI BY 60 GIVING RCN-TIM-WORK.
005707     ADD RCN-TIM-WORK RCN-TIM-START-SS TO RCN-TIM-START-SECS.
005717     MULTIPLY RCN-TIM-END-HH BY 3600 GIVING RCN-TIM-END-SECS.
005727     MULTIPLY RCN-TIM-END-MI BY 60 GIVING RCN-TIM-WORK.
005737     ADD RCN-TIM-WORK RCN-TIM-END-SS TO RCN-TIM-END-SECS.
005747     IF RCN-TIM-END-DATE NOT = RCN-TIM-START-DATE
005757       ADD 86400 TO RCN-TIM-END-SECS
005767     END-IF.
005777     MOVE SPACES TO FB-STPT-RECORD.
005787     MOVE "FBRECON" TO FB-STPT-PROGRAM.
005797     IF RCN-BUS-DATE-KEY > 0
005807       MOVE RCN-BUS-DATE-KEY TO FB-STPT-BUS-DATE
005817     END-IF.
005827     MOVE RCN-TIM-RUN-ID TO FB-STPT-RUN-ID.
005837     MOVE RCN-TIM-START-DATE TO FB-STPT-START-DATE.
005847     MOVE RCN-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
005857     MOVE RCN-TIM-END-DATE TO FB-STPT-END-DATE.
005867     MOVE RCN-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
005877     IF RCN-TIM-END-SECS < RCN-TIM-START-SECS
005887       MOVE 0 TO FB-STPT-ELAPSED
005897     ELSE
005907       SUBTRACT RCN-TIM-START-SECS FROM RCN-TIM-END-SECS
005917         GIVING FB-STPT-ELAPSED
005927     END-IF.
005937     MOVE RCN-VSAM-COUNT TO FB-STPT-RECORDS.
005947     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
005957     WRITE FB-STPT-RECORD.
005967     CLOSE STEPTIME-FILE.
005977 9900-EXIT.
005987     EXIT.
005997
003530 9999-EXIT.
003532     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
003534     IF RCN-MSGLOG-IS-OPEN
003536       CLOSE MSGLOG-FILE
003538     END-IF.
003540     STOP RUN.
