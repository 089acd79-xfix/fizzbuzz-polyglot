000188*                  RECORD LAYOUT BROUGHT IN STEP, SO A
000189*                  RESTORED GENERATION FROM FBRESTOR CAN ALSO
000190*                  BE POINTED AT THIS STEP DIRECTLY.
004001* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
004002*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
004003*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
004004*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
004005*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
009601* 10/15/2026 RDM   VSAMOUT AND VSAMPRV ARE NOW KEYED ON CLIENT
009602*                  PROFILE PLUS I; THE MERGE MATCHES ON THE FULL
009603*                  KEY AND A PROFILE LINE IS PRINTED AHEAD OF
009604*                  THE FIRST DIFFERENCE IN EACH NAMED PROFILE.
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
011004*                  PROCESSED (CURRENT VSAMOUT RECORDS READ) AND
011005*                  RETURN CODE - FOR THE FBFCAST BATCH-WINDOW
011006*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
011007*                  RUN.
012002* 10/15/2026 RDM   MSGLOG RECORDS NOW CARRY THE CYCLE RUN ID.
000180*----------------------------------------------------------------*
000190
000200 IDENTIFICATION DIVISION.
000300     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS FB-VSAM-FULL-KEY
000332         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000334         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000340         FILE STATUS IS CMP-VSAM-STATUS.
000360     SELECT PRIOR-FILE ASSIGN TO "VSAMPRV"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS CMP-PRV-FULL-KEY
000392         ALTERNATE RECORD KEY IS CMP-PRV-CLASS WITH DUPLICATES
000394         ALTERNATE RECORD KEY IS CMP-PRV-RUN-ID WITH DUPLICATES
000400         FILE STATUS IS CMP-PRIOR-STATUS.
000448         ACCESS MODE IS RANDOM
000450         RECORD KEY IS FB-RCTL-BUS-DATE
000452         FILE STATUS IS CMP-RUNCTL-STATUS.
000462
000472     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000482         ORGANIZATION IS LINE SEQUENTIAL
000492         FILE STATUS IS CMP-MSGLOG-STATUS.
000502
000512     SELECT OVRAUTH-FILE ASSIGN TO "OVRAUTH"
000522         ORGANIZATION IS LINE SEQUENTIAL
000532         FILE STATUS IS CMP-OVRAUTH-STATUS.
000542
000552     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
000562         ORGANIZATION IS LINE SEQUENTIAL
000572         FILE STATUS IS CMP-OVRLOG-STATUS.
000582
000592     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000602         ORGANIZATION IS LINE SEQUENTIAL
000612         FILE STATUS IS CMP-STEPTIME-STATUS.
000622
000460 DATA DIVISION.
000470 FILE SECTION.
000471 FD  SYSIN-FILE
000474     05  CMP-CARD-BUS-DATE       PIC X(08).
000475     05  FILLER                  PIC X(01).
000476     05  CMP-CARD-BYPASS         PIC X(01).
000477     05  FILLER                  PIC X(01).
000478     05  CMP-CARD-OPERATOR       PIC X(08).
000479     05  FILLER                  PIC X(01).
000480     05  CMP-CARD-REASON         PIC X(04).
000481     05  FILLER                  PIC X(56).
000482
000483 FD  VSAM-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY FBOUTREC.
000510
000550 FD  PRIOR-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  CMP-PRIOR-RECORD.
000575     05  CMP-PRV-FULL-KEY.
000580         10  CMP-PRV-PROFILE     PIC X(04).
000585         10  CMP-PRV-KEY         PIC 9(09).
000590     05  CMP-PRV-CLASS           PIC X(01).
000600     05  CMP-PRV-TEXT            PIC X(20).
000602     05  CMP-PRV-RUN-ID          PIC X(14).
000610     05  FILLER                  PIC X(32).
000620
000630 FD  CMPRPT-FILE
000640     LABEL RECORDS ARE STANDARD.
000656     LABEL RECORDS ARE STANDARD.
000658     COPY FBRUNCTL.
000660
000661 FD  MSGLOG-FILE
000662     LABEL RECORDS ARE STANDARD.
000663     COPY FBMSGLOG.
000664
000665 FD  OVRAUTH-FILE
000666     LABEL RECORDS ARE OMITTED.
000667     COPY FBOVRAUT.
000668
000669 FD  OVRLOG-FILE
000670     LABEL RECORDS ARE STANDARD.
000671     COPY FBOVRLOG.
000672
000673 FD  STEPTIME-FILE
000674     LABEL RECORDS ARE STANDARD.
000675     COPY FBSTEPTM.
000676
000677 WORKING-STORAGE SECTION.
000680 01  CMP-FILE-STATUSES.
000682     05  CMP-SYSIN-STATUS        PIC X(02) VALUE "00".
000690     05  CMP-VSAM-STATUS         PIC X(02) VALUE "00".
000700     05  CMP-PRIOR-STATUS        PIC X(02) VALUE "00".
000710     05  CMP-CMPRPT-STATUS       PIC X(02) VALUE "00".
000712     05  CMP-RUNCTL-STATUS       PIC X(02) VALUE "00".
000713     05  CMP-MSGLOG-STATUS       PIC X(02) VALUE "00".
000714     05  CMP-STEPTIME-STATUS     PIC X(02) VALUE "00".
000715     05  CMP-OVRAUTH-STATUS      PIC X(02) VALUE "00".
000716     05  CMP-OVRLOG-STATUS       PIC X(02) VALUE "00".
000720
000730 01  CMP-SWITCHES.
000740     05  CMP-CUR-EOF-SW          PIC X(01) VALUE "N".
000770         88  CMP-PRV-AT-EOF              VALUE "Y".
000772     05  CMP-BYPASS-SW           PIC X(01) VALUE SPACE.
000774         88  CMP-GATE-BYPASSED           VALUE "B".
000775     05  CMP-OVR-AUTH-SW         PIC X(01) VALUE "N".
000776         88  CMP-OVERRIDE-HONORED        VALUE "Y".
000777     05  CMP-OVRAUTH-EOF-SW      PIC X(01) VALUE "N".
000778         88  CMP-OVRAUTH-AT-EOF          VALUE "Y".
000779 01  CMP-BUS-DATE-KEY            PIC 9(08) VALUE 0.
000780
000790 01  CMP-COUNTERS.
000800     05  CMP-CUR-READ-COUNT      PIC 9(09) VALUE 0.
000930     05  CMP-LINES-PER-PAGE      PIC 9(03) VALUE 60.
000940     05  CMP-PAGE-COUNT          PIC 9(07) VALUE 0.
000950     05  CMP-DETAIL-LINE         PIC X(80) VALUE SPACES.
000953     05  CMP-LINE-PROFILE        PIC X(04) VALUE SPACES.
000956     05  CMP-LAST-PROFILE        PIC X(04) VALUE SPACES.
000960
000961 01  CMP-CURRENT-DATE.
000962     05  CMP-CUR-YYYY            PIC 9(04).
000963     05  CMP-CUR-MM              PIC 9(02).
000964     05  CMP-CUR-DD              PIC 9(02).
000965 01  CMP-RUN-DATE-DISPLAY        PIC X(10) VALUE SPACES.
000966
000967*    THE GATE OVERRIDE BEING CHECKED: WHO PUNCHED IT AND WHY, ITS
000968*    TYPE, THE CYCLE'S RUN ID WHEN KNOWN, AND WHY IT WAS REFUSED.
000969 01  CMP-OVERRIDE-CONTROL.
000970     05  CMP-OVR-OPERATOR        PIC X(08) VALUE SPACES.
000971     05  CMP-OVR-REASON          PIC X(04) VALUE SPACES.
000972     05  CMP-OVR-TYPE            PIC X(08) VALUE SPACES.
000973     05  CMP-OVR-RUN-ID          PIC X(14) VALUE SPACES.
000974     05  CMP-OVR-NOTE            PIC X(30) VALUE SPACES.
000975
000976*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
000977*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
000978 01  CMP-STEP-TIMING.
000979     05  CMP-TIM-START-DATE      PIC X(08) VALUE SPACES.
000980     05  CMP-TIM-START-TIME.
000981         10  CMP-TIM-START-HH    PIC 9(02) VALUE 0.
000982         10  CMP-TIM-START-MI    PIC 9(02) VALUE 0.
000983         10  CMP-TIM-START-SS    PIC 9(02) VALUE 0.
000984         10  CMP-TIM-START-HS    PIC 9(02) VALUE 0.
000985     05  CMP-TIM-END-DATE        PIC X(08) VALUE SPACES.
000986     05  CMP-TIM-END-TIME.
000987         10  CMP-TIM-END-HH      PIC 9(02) VALUE 0.
000988         10  CMP-TIM-END-MI      PIC 9(02) VALUE 0.
000989         10  CMP-TIM-END-SS      PIC 9(02) VALUE 0.
000990         10  CMP-TIM-END-HS      PIC 9(02) VALUE 0.
000991     05  CMP-TIM-START-SECS      PIC 9(06) VALUE 0.
000992     05  CMP-TIM-END-SECS        PIC 9(06) VALUE 0.
000993     05  CMP-TIM-WORK            PIC 9(06) VALUE 0.
000994     05  CMP-TIM-RUN-ID          PIC X(14) VALUE SPACES.
000995
000996*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
000997*    TO SYSOUT AND TO MSGLOG.
000998 01  CMP-MESSAGE-AREA.
000999     05  CMP-MSG-TEXT            PIC X(132) VALUE SPACES.
001000     05  CMP-MSG-LEN             PIC 9(03) VALUE 0.
001001     05  CMP-MSGLOG-SW           PIC X(01) VALUE "N".
001002         88  CMP-MSGLOG-NOT-OPENED       VALUE "N".
001003         88  CMP-MSGLOG-IS-OPEN          VALUE "Y".
001004         88  CMP-MSGLOG-UNAVAILABLE      VALUE "U".
001005 01  CMP-MSG-DATE.
001006     05  CMP-MSG-YYYY            PIC 9(04).
001007     05  CMP-MSG-MM              PIC 9(02).
001008     05  CMP-MSG-DD              PIC 9(02).
001009 01  CMP-MSG-TIME.
001010     05  CMP-MSG-HH              PIC 9(02).
001011     05  CMP-MSG-MI              PIC 9(02).
001012     05  CMP-MSG-SS              PIC 9(02).
001013     05  CMP-MSG-HS              PIC 9(02).
001020
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001150* THE RUN.
001160*-----------------------------------------------------------------
001170 1000-INITIALIZE.
001173     ACCEPT CMP-TIM-START-DATE FROM DATE YYYYMMDD.
001176     ACCEPT CMP-TIM-START-TIME FROM TIME.
001180     ACCEPT CMP-CURRENT-DATE FROM DATE YYYYMMDD.
001190     STRING CMP-CUR-MM   DELIMITED BY SIZE
001200            "/"          DELIMITED BY SIZE
001244     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
001250     OPEN INPUT VSAM-FILE.
001260     IF CMP-VSAM-STATUS NOT = "00"
001265       MOVE "FBCOMPAR0001E VSAMOUT OPEN FAILED - RUN REJECTED"
001270         TO CMP-MSG-TEXT
001275       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001280       MOVE 16 TO RETURN-CODE
001290       GO TO 9999-EXIT
001300     END-IF.
001310     OPEN INPUT PRIOR-FILE.
001320     IF CMP-PRIOR-STATUS NOT = "00"
001325       MOVE "FBCOMPAR0002E VSAMPRV OPEN FAILED - RUN REJECTED"
001330         TO CMP-MSG-TEXT
001335       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001340       MOVE 16 TO RETURN-CODE
001350       CLOSE VSAM-FILE
001360       GO TO 9999-EXIT
001370     END-IF.
001380     OPEN OUTPUT CMPRPT-FILE.
001390     IF CMP-CMPRPT-STATUS NOT = "00"
001395       MOVE "FBCOMPAR0003E CMPRPT OPEN FAILED - RUN REJECTED"
001400         TO CMP-MSG-TEXT
001405       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001410       MOVE 16 TO RETURN-CODE
001420       CLOSE VSAM-FILE
001430       CLOSE PRIOR-FILE
001470     PERFORM 2300-READ-CURRENT THRU 2300-EXIT.
001480     PERFORM 2400-READ-PRIOR THRU 2400-EXIT.
001490 1000-EXIT.
001491     EXIT.
001492
001493*-----------------------------------------------------------------
001494* 1100-READ-DATE-CARD
001495* READS THE OPTIONAL SYSIN CARD NAMING THE BUSINESS DATE UNDER
001496* COMPARE (MMDDYYYY COLS 1-8) AND THE GATE BYPASS (COL 10 =
001497* B) WITH THE OPERATOR ID (COLS 12-19) AND REASON CODE (COLS
001498* 21-24) THAT GO WITH IT. A MISSING OR BLANK CARD COMPARES
001499* TODAY'S CYCLE ON THE
001500* SYSTEM DATE.
001501*-----------------------------------------------------------------
001502 1100-READ-DATE-CARD.
001503     MOVE CMP-CURRENT-DATE TO CMP-BUS-DATE-KEY.
001504     OPEN INPUT SYSIN-FILE.
001505     IF CMP-SYSIN-STATUS NOT = "00"
001506       GO TO 1100-EXIT
001507     END-IF.
001508     READ SYSIN-FILE
001509       AT END
001510         CLOSE SYSIN-FILE
001511         GO TO 1100-EXIT
001512     END-READ.
001513     CLOSE SYSIN-FILE.
001514     MOVE CMP-CARD-BYPASS TO CMP-BYPASS-SW.
001515     MOVE CMP-CARD-OPERATOR TO CMP-OVR-OPERATOR.
001516     MOVE CMP-CARD-REASON TO CMP-OVR-REASON.
001517     IF CMP-CARD-BUS-DATE = SPACES
001518       GO TO 1100-EXIT
001519     END-IF.
001520     IF CMP-CARD-BUS-DATE NOT NUMERIC
001521       MOVE SPACES TO CMP-MSG-TEXT
001522       STRING "FBCOMPAR0004E BUSINESS DATE CARD INVALID - "
001523                                                 DELIMITED BY SIZE
001524              "STEP REJECTED"                    DELIMITED BY SIZE
001525         INTO CMP-MSG-TEXT
001526       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001528       MOVE 16 TO RETURN-CODE
001529       GO TO 9999-EXIT
001530     END-IF.
001539* REFUSES TO COMPARE A CYCLE FBRECON HAS NOT STAMPED BALANCED
001540* ON RUNCTL (RC 12) - A COMPARE AGAINST AN UNRECONCILED OR
001541* SHORT FILE PUTS A MISLEADING REPORT ON THE CHANGE TICKET.
001542* THE BYPASS CARD LETS OPS RUN IT ANYWAY - BUT ONLY WHERE THE
001543* GATE WOULD REFUSE, AND ONLY WHEN 1250-CHECK-BYPASS HONORS IT
001544* FOR THE OPERATOR ON THE CARD.
001545*-----------------------------------------------------------------
001546 1200-CHECK-RUN-CONTROL.
001549     OPEN I-O RUNCTL-FILE.
001550     IF CMP-RUNCTL-STATUS NOT = "00"
001560       PERFORM 1250-CHECK-BYPASS THRU 1250-EXIT
001570       IF CMP-OVERRIDE-HONORED
001580         GO TO 1200-EXIT
001590       END-IF
001600       MOVE SPACES TO CMP-MSG-TEXT
001610       STRING "FBCOMPAR0006E RUNCTL NOT AVAILABLE - STEP "
001620                                                 DELIMITED BY SIZE
001630              "REJECTED (PUNCH B IN COL 10 AND AN AUTHORIZED "
001640                                                 DELIMITED BY SIZE
001650              "OPERATOR TO BYPASS)"              DELIMITED BY SIZE
001660         INTO CMP-MSG-TEXT
001670       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001680       MOVE 12 TO RETURN-CODE
001690       GO TO 9999-EXIT
001700     END-IF.
001710     MOVE CMP-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
001720     READ RUNCTL-FILE
001730       INVALID KEY
001740         CLOSE RUNCTL-FILE
001750         PERFORM 1250-CHECK-BYPASS THRU 1250-EXIT
001760         IF CMP-OVERRIDE-HONORED
001770           GO TO 1200-EXIT
001780         END-IF
001790         MOVE SPACES TO CMP-MSG-TEXT
001800         STRING "FBCOMPAR0007E NO RUNCTL RECORD FOR "
001810                                                 DELIMITED BY SIZE
001820                CMP-BUS-DATE-KEY                 DELIMITED BY SIZE
001830                " - STEP REJECTED"               DELIMITED BY SIZE
001840           INTO CMP-MSG-TEXT
001850         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001860         MOVE 12 TO RETURN-CODE
001870         GO TO 9999-EXIT
001880     END-READ.
001890     MOVE FB-RCTL-MAIN-RUN-ID TO CMP-OVR-RUN-ID.
001900     MOVE FB-RCTL-MAIN-RUN-ID TO CMP-TIM-RUN-ID.
001910     CLOSE RUNCTL-FILE.
001920     IF NOT FB-RCTL-RECON-BALANCED
001930       PERFORM 1250-CHECK-BYPASS THRU 1250-EXIT
001940       IF CMP-OVERRIDE-HONORED
001950         GO TO 1200-EXIT
001960       END-IF
001970       MOVE SPACES TO CMP-MSG-TEXT
001980       STRING "FBCOMPAR0008E FBRECON NOT BALANCED FOR "
001990                                                 DELIMITED BY SIZE
002000              CMP-BUS-DATE-KEY                   DELIMITED BY SIZE
002010              " - STEP REJECTED"                 DELIMITED BY SIZE
002020         INTO CMP-MSG-TEXT
002030       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002040       MOVE 12 TO RETURN-CODE
002050       GO TO 9999-EXIT
002060     END-IF.
002070 1200-EXIT.
002080     EXIT.
002090
002100*-----------------------------------------------------------------
002110* 1250-CHECK-BYPASS
002120* CALLED WHERE THE GATE WOULD REFUSE THE STEP. WHEN THE CARD
002130* CARRIES THE BYPASS, HAS 9700-CHECK-OVERRIDE DECIDE WHETHER
002140* THE OPERATOR ON THE CARD MAY USE IT. A BYPASS THAT IS NOT
002150* HONORED LEAVES THE GATE TO REJECT THE STEP.
002160*-----------------------------------------------------------------
002170 1250-CHECK-BYPASS.
002180     IF NOT CMP-GATE-BYPASSED
002190       GO TO 1250-EXIT
002200     END-IF.
002210     MOVE "BYPASS" TO CMP-OVR-TYPE.
002220     PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT.
002230     IF CMP-OVERRIDE-HONORED
002240       MOVE "FBCOMPAR0005I RUN-CONTROL GATE BYPASSED BY CARD"
002250         TO CMP-MSG-TEXT
002260       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002270     END-IF.
002280 1250-EXIT.
002290     EXIT.
001510
001520*-----------------------------------------------------------------
001530* 1600-WRITE-REPORT-HEADING
001720
001730*-----------------------------------------------------------------
001740* 2000-COMPARE-FILES
001747* CLASSIC TWO-FILE MATCHED MERGE ON THE KEY (PROFILE PLUS I).
001754* BOTH FILES ARE KEY-SEQUENCED, SO ONE FORWARD PASS OVER EACH
001761* IS ENOUGH.
001770*-----------------------------------------------------------------
001780 2000-COMPARE-FILES.
001790     PERFORM 2100-COMPARE-ONE-PAIR THRU 2100-EXIT
001920       PERFORM 2300-READ-CURRENT THRU 2300-EXIT
001930       GO TO 2100-EXIT
001940     END-IF.
001950     IF FB-VSAM-FULL-KEY < CMP-PRV-FULL-KEY
001960       PERFORM 2120-REPORT-ONLY-CURRENT THRU 2120-EXIT
001970       PERFORM 2300-READ-CURRENT THRU 2300-EXIT
001980       GO TO 2100-EXIT
001990     END-IF.
002000     IF FB-VSAM-FULL-KEY > CMP-PRV-FULL-KEY
002010       PERFORM 2130-REPORT-ONLY-PRIOR THRU 2130-EXIT
002020       PERFORM 2400-READ-PRIOR THRU 2400-EXIT
002030       GO TO 2100-EXIT
002300       WHEN OTHER
002310         ADD 1 TO CMP-CHG-OTHER-COUNT
002320     END-EVALUATE.
002323     MOVE FB-VSAM-PROFILE TO CMP-LINE-PROFILE.
002326     PERFORM 2190-CHECK-PROFILE-BREAK THRU 2190-EXIT.
002330     MOVE SPACES TO CMP-DETAIL-LINE.
002340     STRING "KEY "          DELIMITED BY SIZE
002350            FB-VSAM-KEY     DELIMITED BY SIZE
002480
002490 2120-REPORT-ONLY-CURRENT.
002500     ADD 1 TO CMP-ONLY-CUR-COUNT.
002503     MOVE FB-VSAM-PROFILE TO CMP-LINE-PROFILE.
002506     PERFORM 2190-CHECK-PROFILE-BREAK THRU 2190-EXIT.
002510     MOVE SPACES TO CMP-DETAIL-LINE.
002520     STRING "KEY "          DELIMITED BY SIZE
002530            FB-VSAM-KEY     DELIMITED BY SIZE
002620
002630 2130-REPORT-ONLY-PRIOR.
002640     ADD 1 TO CMP-ONLY-PRV-COUNT.
002643     MOVE CMP-PRV-PROFILE TO CMP-LINE-PROFILE.
002646     PERFORM 2190-CHECK-PROFILE-BREAK THRU 2190-EXIT.
002650     MOVE SPACES TO CMP-DETAIL-LINE.
002660     STRING "KEY "          DELIMITED BY SIZE
002670            CMP-PRV-KEY     DELIMITED BY SIZE
002700            "  TEXT "       DELIMITED BY SIZE
002710            CMP-PRV-TEXT    DELIMITED BY SIZE
002720       INTO CMP-DETAIL-LINE.
002721     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002722 2130-EXIT.
002723     EXIT.
002724
002725*-----------------------------------------------------------------
002726* 2190-CHECK-PROFILE-BREAK
002727* THE DETAIL LINES HAVE NO ROOM FOR THE PROFILE, SO A PROFILE
002728* LINE IS PRINTED WHENEVER THE DIFFERENCES MOVE ON TO ANOTHER
002729* PROFILE. THE BASE PROFILE SORTS FIRST AND NEEDS NO LINE, SO
002730* A SINGLE-PROFILE CYCLE PRINTS EXACTLY AS BEFORE.
002731*-----------------------------------------------------------------
002732 2190-CHECK-PROFILE-BREAK.
002733     IF CMP-LINE-PROFILE = CMP-LAST-PROFILE
002734       GO TO 2190-EXIT
002735     END-IF.
002736     MOVE CMP-LINE-PROFILE TO CMP-LAST-PROFILE.
002737     MOVE SPACES TO CMP-DETAIL-LINE.
002738     IF CMP-LINE-PROFILE = SPACES
002739       MOVE "PROFILE: (BASE)" TO CMP-DETAIL-LINE
002740     ELSE
002741       STRING "PROFILE: "      DELIMITED BY SIZE
002742              CMP-LINE-PROFILE DELIMITED BY SIZE
002743         INTO CMP-DETAIL-LINE
002744     END-IF.
002745     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002746 2190-EXIT.
002750     EXIT.
002760
002770 2300-READ-CURRENT.
003870     CLOSE CMPRPT-FILE.
003872     PERFORM 8500-STAMP-RUN-CONTROL THRU 8500-EXIT.
003880 8000-EXIT.
003881     EXIT.
003882
003883*-----------------------------------------------------------------
003884* 8500-STAMP-RUN-CONTROL
003885* STAMPS THE COMPARE RESULT ON THE CYCLE'S RUNCTL RECORD - E
003886* FOR GENERATIONS EQUAL, D FOR DIFFERENCES FOUND - SO THE
003887* EXTRACT HAND-OFF CAN HOLD A CYCLE WHOSE DIFFERENCES NOBODY
003888* HAS REVIEWED.
003889*-----------------------------------------------------------------
003890 8500-STAMP-RUN-CONTROL.
003891     OPEN I-O RUNCTL-FILE.
003892     IF CMP-RUNCTL-STATUS NOT = "00"
003893       MOVE SPACES TO CMP-MSG-TEXT
003894       STRING "FBCOMPAR0009I RUNCTL NOT AVAILABLE - RESULT "
003895                                                 DELIMITED BY SIZE
003896              "NOT STAMPED"                      DELIMITED BY SIZE
003897         INTO CMP-MSG-TEXT
003898       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003904       GO TO 8500-EXIT
003905     END-IF.
003906     MOVE CMP-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
003918     END-IF.
003919     REWRITE FB-RCTL-RECORD
003920       INVALID KEY
003930         MOVE SPACES TO CMP-MSG-TEXT
003940         STRING "FBCOMPAR0010E RUNCTL REWRITE FAILED FOR "
003950                                                 DELIMITED BY SIZE
003960                FB-RCTL-BUS-DATE                 DELIMITED BY SIZE
003970           INTO CMP-MSG-TEXT
003980         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003990     END-REWRITE.
004000     CLOSE RUNCTL-FILE.
004010 8500-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------------
004050* 9700-CHECK-OVERRIDE
004060* DECIDES WHETHER THE GATE OVERRIDE NAMED IN CMP-OVR-TYPE IS
004070* HONORED. THE CONTROL CARD MUST CARRY AN OPERATOR ID
004080* (COLS 12-19) AND A REASON CODE (COLS 21-24), AND THE OPERATOR
004090* MUST HOLD AN OVRAUTH ROW FOR THIS PROGRAM (OR *) AND THIS
004100* OVERRIDE TYPE (OR *). A MISSING OVRAUTH REFUSES EVERY
004110* OVERRIDE. HONORED OR REFUSED, THE OVERRIDE IS WRITTEN TO
004120* OVRLOG BY 9710-LOG-OVERRIDE.
004130*-----------------------------------------------------------------
004140 9700-CHECK-OVERRIDE.
004150     MOVE "N" TO CMP-OVR-AUTH-SW.
004160     MOVE SPACES TO CMP-OVR-NOTE.
004170     IF CMP-OVR-OPERATOR = SPACES
004180       MOVE "NO OPERATOR ID ON CARD" TO CMP-OVR-NOTE
004190       GO TO 9700-LOG
004200     END-IF.
004210     IF CMP-OVR-REASON = SPACES
004220       MOVE "NO REASON CODE ON CARD" TO CMP-OVR-NOTE
004230       GO TO 9700-LOG
004240     END-IF.
004250     OPEN INPUT OVRAUTH-FILE.
004260     IF CMP-OVRAUTH-STATUS NOT = "00"
004270       MOVE "OVRAUTH NOT AVAILABLE" TO CMP-OVR-NOTE
004280       GO TO 9700-LOG
004290     END-IF.
004300     MOVE "N" TO CMP-OVRAUTH-EOF-SW.
004310     PERFORM 9705-READ-ONE-AUTH THRU 9705-EXIT
004320       UNTIL CMP-OVRAUTH-AT-EOF
004330         OR CMP-OVERRIDE-HONORED.
004340     CLOSE OVRAUTH-FILE.
004350     IF NOT CMP-OVERRIDE-HONORED
004360       MOVE "OPERATOR NOT AUTHORIZED" TO CMP-OVR-NOTE
004370     END-IF.
004380 9700-LOG.
004390     PERFORM 9710-LOG-OVERRIDE THRU 9710-EXIT.
004400     MOVE SPACES TO CMP-MSG-TEXT.
004410     IF CMP-OVERRIDE-HONORED
004420       STRING "FBCOMPAR0012I "                   DELIMITED BY SIZE
004430              CMP-OVR-TYPE                      DELIMITED BY SPACE
004440              " OVERRIDE HONORED FOR "           DELIMITED BY SIZE
004450              CMP-BUS-DATE-KEY                   DELIMITED BY SIZE
004460              " - OPERATOR "                     DELIMITED BY SIZE
004470              CMP-OVR-OPERATOR                  DELIMITED BY SPACE
004480              " REASON "                         DELIMITED BY SIZE
004490              CMP-OVR-REASON                     DELIMITED BY SIZE
004500         INTO CMP-MSG-TEXT
004510     ELSE
004520       STRING "FBCOMPAR0013W "                   DELIMITED BY SIZE
004530              CMP-OVR-TYPE                      DELIMITED BY SPACE
004540              " OVERRIDE REFUSED FOR "           DELIMITED BY SIZE
004550              CMP-BUS-DATE-KEY                   DELIMITED BY SIZE
004560              " - "                              DELIMITED BY SIZE
004570              CMP-OVR-NOTE                       DELIMITED BY SIZE
004580         INTO CMP-MSG-TEXT
004590     END-IF.
004600     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
004610 9700-EXIT.
004620     EXIT.
004630
004640 9705-READ-ONE-AUTH.
004650     READ OVRAUTH-FILE
004660       AT END
004670         SET CMP-OVRAUTH-AT-EOF TO TRUE
004680         GO TO 9705-EXIT
004690     END-READ.
004700     IF FB-OAUT-OPERATOR(1:1) = "*"
004710       GO TO 9705-EXIT
004720     END-IF.
004730     IF FB-OAUT-OPERATOR = CMP-OVR-OPERATOR
004740       AND (FB-OAUT-PROGRAM = "FBCOMPAR" OR FB-OAUT-PROGRAM = "*")
004750       AND (FB-OAUT-TYPE = CMP-OVR-TYPE OR FB-OAUT-TYPE = "*")
004760       SET CMP-OVERRIDE-HONORED TO TRUE
004770     END-IF.
004780 9705-EXIT.
004790     EXIT.
004800
004810*-----------------------------------------------------------------
004820* 9710-LOG-OVERRIDE
004830* APPENDS THE OVERRIDE AND ITS OUTCOME TO THE PERMANENT OVERRIDE
004840* LOG (OVRLOG), CREATING IT ON FIRST USE. AN OVERRIDE THAT
004850* CANNOT BE LOGGED IS NOT HONORED.
004860*-----------------------------------------------------------------
004870 9710-LOG-OVERRIDE.
004880     OPEN EXTEND OVRLOG-FILE.
004890     IF CMP-OVRLOG-STATUS NOT = "00"
004900       OPEN OUTPUT OVRLOG-FILE
004910     END-IF.
004920     IF CMP-OVRLOG-STATUS NOT = "00"
004930       MOVE "N" TO CMP-OVR-AUTH-SW
004940       MOVE "OVRLOG NOT AVAILABLE" TO CMP-OVR-NOTE
004950       GO TO 9710-EXIT
004960     END-IF.
004970     ACCEPT CMP-MSG-DATE FROM DATE YYYYMMDD.
004980     ACCEPT CMP-MSG-TIME FROM TIME.
004990     MOVE SPACES TO FB-OVRL-RECORD.
005000     MOVE CMP-BUS-DATE-KEY TO FB-OVRL-BUS-DATE.
005010     MOVE "FBCOMPAR"       TO FB-OVRL-PROGRAM.
005020     MOVE CMP-OVR-TYPE     TO FB-OVRL-TYPE.
005030     MOVE CMP-OVR-OPERATOR TO FB-OVRL-OPERATOR.
005040     MOVE CMP-OVR-REASON   TO FB-OVRL-REASON.
005050     MOVE CMP-OVR-RUN-ID   TO FB-OVRL-RUN-ID.
005060     IF CMP-OVERRIDE-HONORED
005070       SET FB-OVRL-HONORED TO TRUE
005080     ELSE
005090       SET FB-OVRL-REFUSED TO TRUE
005100     END-IF.
005110     STRING CMP-MSG-MM   DELIMITED BY SIZE
005120            "/"          DELIMITED BY SIZE
005130            CMP-MSG-DD   DELIMITED BY SIZE
005140            "/"          DELIMITED BY SIZE
005150            CMP-MSG-YYYY DELIMITED BY SIZE
005160       INTO FB-OVRL-LOG-DATE.
005170     STRING CMP-MSG-HH   DELIMITED BY SIZE
005180            ":"          DELIMITED BY SIZE
005190            CMP-MSG-MI   DELIMITED BY SIZE
005200            ":"          DELIMITED BY SIZE
005210            CMP-MSG-SS   DELIMITED BY SIZE
005220       INTO FB-OVRL-LOG-TIME.
005230     MOVE CMP-OVR-NOTE     TO FB-OVRL-NOTE.
005240     WRITE FB-OVRL-RECORD.
005250     CLOSE OVRLOG-FILE.
005260 9710-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------------
005300* 9800-ISSUE-MESSAGE
005310* ISSUES THE MESSAGE BUILT IN CMP-MSG-TEXT: DISPLAYS IT ON
005320* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
005330* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
005340* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
005350* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
005360* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
005370*-----------------------------------------------------------------
005380 9800-ISSUE-MESSAGE.
005390     MOVE 132 TO CMP-MSG-LEN.
005400     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
005410       UNTIL CMP-MSG-LEN = 1
005420         OR CMP-MSG-TEXT(CMP-MSG-LEN:1) NOT = SPACE.
005430     DISPLAY CMP-MSG-TEXT(1:CMP-MSG-LEN).
005440     IF CMP-MSGLOG-NOT-OPENED
005450       OPEN EXTEND MSGLOG-FILE
005460       IF CMP-MSGLOG-STATUS = "00"
005470         SET CMP-MSGLOG-IS-OPEN TO TRUE
005480       ELSE
005490         SET CMP-MSGLOG-UNAVAILABLE TO TRUE
005500         DISPLAY "FBCOMPAR0011I MSGLOG NOT AVAILABLE - "
005510             "MESSAGES ON SYSOUT ONLY"
005520       END-IF
005530     END-IF.
005540     IF NOT CMP-MSGLOG-IS-OPEN
005550       GO TO 9800-EXIT
005560     END-IF.
005570     ACCEPT CMP-MSG-DATE FROM DATE YYYYMMDD.
005580     ACCEPT CMP-MSG-TIME FROM TIME.
005590     MOVE SPACES TO FB-MSGL-RECORD.
005600     MOVE "FBCOMPAR" TO FB-MSGL-PROGRAM.
005610     MOVE CMP-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
005620     MOVE CMP-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
005630     MOVE CMP-TIM-RUN-ID TO FB-MSGL-RUN-ID.
005640     IF CMP-BUS-DATE-KEY > 0
005650       MOVE CMP-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
005660     END-IF.
005670     STRING CMP-MSG-MM   DELIMITED BY SIZE
005680            "/"          DELIMITED BY SIZE
005690            CMP-MSG-DD   DELIMITED BY SIZE
005700            "/"          DELIMITED BY SIZE
005710            CMP-MSG-YYYY DELIMITED BY SIZE
005720       INTO FB-MSGL-LOG-DATE.
005730     STRING CMP-MSG-HH   DELIMITED BY SIZE
005740            ":"          DELIMITED BY SIZE
005750            CMP-MSG-MI   DELIMITED BY SIZE
005760            ":"          DELIMITED BY SIZE
005770            CMP-MSG-SS   DELIMITED BY SIZE
005780       INTO FB-MSGL-LOG-TIME.
005790     MOVE CMP-MSG-TEXT(15:) TO FB-MSGL-TEXT.
005800     WRITE FB-MSGL-RECORD.
005810 9800-EXIT.
005820     EXIT.
005830
005840 9810-FIND-MSG-END.
005850     SUBTRACT 1 FROM CMP-MSG-LEN.
005860 9810-EXIT.
005870     EXIT.
005880
005890*-----------------------------------------------------------------
005900* 9900-WRITE-STEP-TIMING
005910* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
005920* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
005930* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
005940* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
005950* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
005960*-----------------------------------------------------------------
005970 9900-WRITE-STEP-TIMING.
005980     ACCEPT CMP-TIM-END-DATE FROM DATE YYYYMMDD.
005990     ACCEPT CMP-TIM-END-TIME FROM TIME.
006000     OPEN EXTEND STEPTIME-FILE.
006010     IF CMP-STEPTIME-STATUS NOT = "00"
006020       MOVE "FBCOMPAR0014I STEPTIME NOT AVAILABLE - NOT TIMED"
006030         TO CMP-MSG-TEXT
006040       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006050       GO TO 9900-EXIT
006060     END-IF.
006070     MULTIPLY CMP-TIM-START-HH BY 3600 GIVING CMP-TIM-START-SECS.
006080     MULTIPLY CMP-TIM-START-MI BY 60 GIVING CMP-TIM-WORK.
006090     ADD CMP-TIM-WORK CMP-TIM-START-SS TO CMP-TIM-START-SECS.
006100     MULTIPLY CMP-TIM-END-HH BY 3600 GIVING CMP-TIM-END-SECS.
006110     MULTIPLY CMP-TIM-END-MI BY 60 GIVING CMP-TIM-WORK.
006120     ADD CMP-TIM-WORK CMP-TIM-END-SS TO CMP-TIM-END-SECS.
006130     IF CMP-TIM-END-DATE NOT = CMP-TIM-START-DATE
006140       ADD 86400 TO CMP-TIM-END-SECS
006150     END-IF.
006160     MOVE SPACES TO FB-STPT-RECORD.
006170     MOVE "FBCOMPAR" TO FB-STPT-PROGRAM.
006180     IF CMP-BUS-DATE-KEY > 0
006190       MOVE CMP-BUS-DATE-KEY TO FB-STPT-BUS-DATE
006200     END-IF.
006210     MOVE CMP-TIM-RUN-ID TO FB-STPT-RUN-ID.
006220     MOVE CMP-TIM-START-DATE TO FB-STPT-START-DATE.
006230     MOVE CMP-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
006240     MOVE CMP-TIM-END-DATE TO FB-STPT-END-DATE.
006250     MOVE CMP-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
006260     IF CMP-TIM-END-SECS < CMP-TIM-START-SECS
006270       MOVE 0 TO FB-STPT-ELAPSED
006280     ELSE
006290       SUBTRACT CMP-TIM-START-SECS FROM CMP-TIM-END-SECS
006300         GIVING FB-STPT-ELAPSED
006310     END-IF.
006320     MOVE CMP-CUR-READ-COUNT TO FB-STPT-RECORDS.
006330     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
006340     WRITE FB-STPT-RECORD.
006350     CLOSE STEPTIME-FILE.
006360 9900-EXIT.
006370     EXIT.
006380
003910 9999-EXIT.
003912     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
003914     IF CMP-MSGLOG-IS-OPEN
003916       CLOSE MSGLOG-FILE
003918     END-IF.
003920     STOP RUN.
