000200*                  = RESEND). A PACKAGED CYCLE IS APPENDED TO
000210*                  XMITLOG AND STAMPED TRANSMITTED ON RUNCTL.
000220*                  SYSIN CARD: BUSINESS DATE MMDDYYYY COLS 1-8
000221*                  (SYSTEM DATE WHEN ABSENT). PRINTS THE
000222*                  DISPOSITION ON XMTRPT.
000223* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000224*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000225*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000226*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000227*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000228* 10/15/2026 RDM   THE KEY HASH TOTAL SENT ON THE TRAILER IS NOW
000229*                  ALSO KEPT ON THE XMITLOG ROW (COLS 55-69), SO
000230*                  FBACKIN CAN PROVE THE BI TEAM'S ACKNOWLEDGMENT
000231*                  AGAINST WHAT WAS SENT. EACH TRANSMISSION CLEARS
000232*                  ANY EARLIER ACKNOWLEDGMENT STAMP ON RUNCTL.
000233* 10/15/2026 RDM   THE ACCEPT AND RESEND KEYWORDS NOW NEED AN
000234*                  OPERATOR ID (COLS 24-31) AND A REASON CODE
000235*                  (COLS 33-36) ON THE CARD, AND THE OPERATOR MUST
000236*                  BE AUTHORIZED FOR THE OVERRIDE ON OVRAUTH. EACH
000237*                  KEYWORD THE GATE NEEDED, HONORED OR REFUSED, IS
000238*                  WRITTEN TO THE OVERRIDE LOG (OVRLOG). A REFUSED
000239*                  KEYWORD HOLDS THE FEED AS IF IT WERE NOT
000240*                  PUNCHED.
000241* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
000242*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
000243*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
000244*                  START AND END, ELAPSED SECONDS, RECORDS
000245*                  PROCESSED (DETAIL ROWS SENT) AND RETURN CODE
000246*                  - FOR THE FBFCAST BATCH-WINDOW
000247*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
000248*                  RUN.
000250*----------------------------------------------------------------*
000260
000270 IDENTIFICATION DIVISION.
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS FB-RCTL-BUS-DATE
000610         FILE STATUS IS XMT-RUNCTL-STATUS.
000611
000612     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000613         ORGANIZATION IS LINE SEQUENTIAL
000614         FILE STATUS IS XMT-MSGLOG-STATUS.
000615
000616     SELECT OVRAUTH-FILE ASSIGN TO "OVRAUTH"
000617         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS XMT-OVRAUTH-STATUS.
000619
000620     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
000621         ORGANIZATION IS LINE SEQUENTIAL
000622         FILE STATUS IS XMT-OVRLOG-STATUS.
000623
000624     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000625         ORGANIZATION IS LINE SEQUENTIAL
000626         FILE STATUS IS XMT-STEPTIME-STATUS.
000627
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SYSIN-FILE
000700     05  XMT-CARD-RESEND       PIC X(06).
000710     05  FILLER                PIC X(01).
000720     05  XMT-CARD-ACCEPT       PIC X(06).
000723     05  FILLER                PIC X(01).
000726     05  XMT-CARD-OPERATOR     PIC X(08).
000729     05  FILLER                PIC X(01).
000732     05  XMT-CARD-REASON       PIC X(04).
000735     05  FILLER                PIC X(44).
000740
000750 FD  EXTRIN-FILE
000760     LABEL RECORDS ARE STANDARD.
000920     05  XMT-LOG-SENT-TIME     PIC X(08).
000930     05  FILLER                PIC X(01).
000940     05  XMT-LOG-COUNT         PIC 9(09).
000945     05  FILLER                PIC X(01).
000950     05  XMT-LOG-HASH          PIC 9(15).
000955     05  FILLER                PIC X(11).
000960
000970 FD  XMTRPT-FILE
000980     LABEL RECORDS ARE STANDARD.
001010 FD  RUNCTL-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY FBRUNCTL.
001031
001032 FD  MSGLOG-FILE
001033     LABEL RECORDS ARE STANDARD.
001034     COPY FBMSGLOG.
001035
001036 FD  OVRAUTH-FILE
001037     LABEL RECORDS ARE OMITTED.
001038     COPY FBOVRAUT.
001039
001040 FD  OVRLOG-FILE
001041     LABEL RECORDS ARE STANDARD.
001042     COPY FBOVRLOG.
001043
001044 FD  STEPTIME-FILE
001045     LABEL RECORDS ARE STANDARD.
001046     COPY FBSTEPTM.
001047
001050 WORKING-STORAGE SECTION.
001060 01  XMT-FILE-STATUSES.
001070     05  XMT-SYSIN-STATUS      PIC X(02) VALUE "00".
001100     05  XMT-XMITLOG-STATUS    PIC X(02) VALUE "00".
001110     05  XMT-XMTRPT-STATUS     PIC X(02) VALUE "00".
001120     05  XMT-RUNCTL-STATUS     PIC X(02) VALUE "00".
001122     05  XMT-MSGLOG-STATUS     PIC X(02) VALUE "00".
001124     05  XMT-STEPTIME-STATUS   PIC X(02) VALUE "00".
001126     05  XMT-OVRAUTH-STATUS    PIC X(02) VALUE "00".
001128     05  XMT-OVRLOG-STATUS     PIC X(02) VALUE "00".
001130
001140 01  XMT-SWITCHES.
001150     05  XMT-EXT-EOF-SW        PIC X(01) VALUE "N".
001220         88  XMT-RESEND-PUNCHED        VALUE "Y".
001230     05  XMT-ACCEPT-SW         PIC X(01) VALUE "N".
001240         88  XMT-DIFFS-ACCEPTED        VALUE "Y".
001242     05  XMT-OVR-AUTH-SW       PIC X(01) VALUE "N".
001244         88  XMT-OVERRIDE-HONORED      VALUE "Y".
001246     05  XMT-OVRAUTH-EOF-SW    PIC X(01) VALUE "N".
001248         88  XMT-OVRAUTH-AT-EOF        VALUE "Y".
001250
001260 01  XMT-WORK-FIELDS.
001270     05  XMT-BUS-DATE-KEY      PIC 9(08) VALUE 0.
001420     05  XMT-CUR-DD            PIC 9(02).
001430 01  XMT-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001440
001441*    THE GATE OVERRIDE BEING CHECKED: WHO PUNCHED IT AND WHY, ITS
001442*    TYPE, THE CYCLE'S RUN ID WHEN KNOWN, AND WHY IT WAS REFUSED.
001443 01  XMT-OVERRIDE-CONTROL.
001444     05  XMT-OVR-OPERATOR      PIC X(08) VALUE SPACES.
001445     05  XMT-OVR-REASON        PIC X(04) VALUE SPACES.
001446     05  XMT-OVR-TYPE          PIC X(08) VALUE SPACES.
001447     05  XMT-OVR-RUN-ID        PIC X(14) VALUE SPACES.
001448     05  XMT-OVR-NOTE          PIC X(30) VALUE SPACES.
001449
001450 01  XMT-CURRENT-TIME.
001460     05  XMT-CUR-HH            PIC 9(02).
001461     05  XMT-CUR-MIN           PIC 9(02).
001462     05  XMT-CUR-SS            PIC 9(02).
001463     05  FILLER                PIC 9(02).
001464 01  XMT-RUN-TIME-DISPLAY      PIC X(08) VALUE SPACES.
001465
001466*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
001467*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
001468 01  XMT-STEP-TIMING.
001469     05  XMT-TIM-START-DATE    PIC X(08) VALUE SPACES.
001470     05  XMT-TIM-START-TIME.
001471         10  XMT-TIM-START-HH  PIC 9(02) VALUE 0.
001472         10  XMT-TIM-START-MI  PIC 9(02) VALUE 0.
001473         10  XMT-TIM-START-SS  PIC 9(02) VALUE 0.
001474         10  XMT-TIM-START-HS  PIC 9(02) VALUE 0.
001475     05  XMT-TIM-END-DATE      PIC X(08) VALUE SPACES.
001476     05  XMT-TIM-END-TIME.
001477         10  XMT-TIM-END-HH    PIC 9(02) VALUE 0.
001478         10  XMT-TIM-END-MI    PIC 9(02) VALUE 0.
001479         10  XMT-TIM-END-SS    PIC 9(02) VALUE 0.
001480         10  XMT-TIM-END-HS    PIC 9(02) VALUE 0.
001481     05  XMT-TIM-START-SECS    PIC 9(06) VALUE 0.
001482     05  XMT-TIM-END-SECS      PIC 9(06) VALUE 0.
001483     05  XMT-TIM-WORK          PIC 9(06) VALUE 0.
001484
001485*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001486*    TO SYSOUT AND TO MSGLOG.
001487 01  XMT-MESSAGE-AREA.
001488     05  XMT-MSG-TEXT          PIC X(132) VALUE SPACES.
001489     05  XMT-MSG-LEN           PIC 9(03) VALUE 0.
001490     05  XMT-MSGLOG-SW         PIC X(01) VALUE "N".
001491         88  XMT-MSGLOG-NOT-OPENED     VALUE "N".
001492         88  XMT-MSGLOG-IS-OPEN        VALUE "Y".
001493         88  XMT-MSGLOG-UNAVAILABLE    VALUE "U".
001494 01  XMT-MSG-DATE.
001495     05  XMT-MSG-YYYY          PIC 9(04).
001496     05  XMT-MSG-MM            PIC 9(02).
001497     05  XMT-MSG-DD            PIC 9(02).
001498 01  XMT-MSG-TIME.
001499     05  XMT-MSG-HH            PIC 9(02).
001500     05  XMT-MSG-MI            PIC 9(02).
001501     05  XMT-MSG-SS            PIC 9(02).
001502     05  XMT-MSG-HS            PIC 9(02).
001510
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001610*-----------------------------------------------------------------
001620* 1000-INITIALIZE
001630* READS THE BUSINESS-DATE CARD (WITH THE RESEND AND ACCEPT
001636* KEYWORDS AND THE OPERATOR ID AND REASON CODE THAT GO WITH
001642* THEM) AND OPENS THE DISPOSITION REPORT. A MISSING OR
001650* BLANK CARD PACKAGES TODAY'S CYCLE ON THE SYSTEM DATE.
001660*-----------------------------------------------------------------
001670 1000-INITIALIZE.
001673     ACCEPT XMT-TIM-START-DATE FROM DATE YYYYMMDD.
001676     ACCEPT XMT-TIM-START-TIME FROM TIME.
001680     ACCEPT XMT-CURRENT-DATE FROM DATE YYYYMMDD.
001690     STRING XMT-CUR-MM   DELIMITED BY SIZE
001700            "/"          DELIMITED BY SIZE
001920           IF XMT-CARD-ACCEPT = "ACCEPT"
001930             SET XMT-DIFFS-ACCEPTED TO TRUE
001940           END-IF
001943           MOVE XMT-CARD-OPERATOR TO XMT-OVR-OPERATOR
001946           MOVE XMT-CARD-REASON TO XMT-OVR-REASON
001950           IF XMT-CARD-BUS-DATE NOT = SPACES
001960             IF XMT-CARD-BUS-DATE NOT NUMERIC
001964               MOVE SPACES TO XMT-MSG-TEXT
001968               STRING "FBXMIT0001E BUSINESS DATE CARD INVALID "
001972                                                 DELIMITED BY SIZE
001976                      "- STEP REJECTED"          DELIMITED BY SIZE
001980                 INTO XMT-MSG-TEXT
001984               PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001990               MOVE 16 TO RETURN-CODE
002000               CLOSE SYSIN-FILE
002010               GO TO 9999-EXIT
002120     END-IF.
002130     OPEN OUTPUT XMTRPT-FILE.
002140     IF XMT-XMTRPT-STATUS NOT = "00"
002145       MOVE "FBXMIT0002E XMTRPT OPEN FAILED - STEP REJECTED"
002150         TO XMT-MSG-TEXT
002155       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002160       MOVE 16 TO RETURN-CODE
002170       GO TO 9999-EXIT
002180     END-IF.
002270* FBCOMPAR STAMPED DIFFERENCES AND NO ACCEPT KEYWORD SAYS A
002280* HUMAN REVIEWED THEM. THE RUN ID FOR THE HEADER IS TAKEN
002290* FROM THE RUNCTL RECORD.
002293* THE ACCEPT KEYWORD COUNTS ONLY WHEN 9700-CHECK-OVERRIDE
002296* HONORS IT FOR THE OPERATOR ON THE CARD.
002300*-----------------------------------------------------------------
002310 1200-CHECK-RUN-CONTROL.
002320     OPEN I-O RUNCTL-FILE.
002330     IF XMT-RUNCTL-STATUS NOT = "00"
002340       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
002345       MOVE "FBXMIT0003E RUNCTL NOT AVAILABLE - FEED HELD"
002350         TO XMT-MSG-TEXT
002355       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002360       MOVE 12 TO RETURN-CODE
002370       GO TO 9999-EXIT
002380     END-IF.
002410       INVALID KEY
002420         CLOSE RUNCTL-FILE
002430         PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
002433         MOVE SPACES TO XMT-MSG-TEXT
002436         STRING "FBXMIT0004E NO RUNCTL RECORD FOR "
002439                                                 DELIMITED BY SIZE
002442                XMT-BUS-DATE-KEY                 DELIMITED BY SIZE
002445                " - FEED HELD"                   DELIMITED BY SIZE
002448           INTO XMT-MSG-TEXT
002451         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002460         MOVE 12 TO RETURN-CODE
002470         GO TO 9999-EXIT
002480     END-READ.
002490     CLOSE RUNCTL-FILE.
002500     MOVE FB-RCTL-MAIN-RUN-ID TO XMT-RUN-ID.
002505     MOVE FB-RCTL-MAIN-RUN-ID TO XMT-OVR-RUN-ID.
002510     IF NOT FB-RCTL-RECON-BALANCED
002520       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
002523       MOVE SPACES TO XMT-MSG-TEXT
002526       STRING "FBXMIT0005E FBRECON NOT BALANCED FOR "
002529                                                 DELIMITED BY SIZE
002532              XMT-BUS-DATE-KEY                   DELIMITED BY SIZE
002535              " - FEED HELD"                     DELIMITED BY SIZE
002538         INTO XMT-MSG-TEXT
002541       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002550       MOVE 12 TO RETURN-CODE
002560       GO TO 9999-EXIT
002570     END-IF.
002580     IF FB-RCTL-COMPAR-DIFFER
002581       AND XMT-DIFFS-ACCEPTED
002582       MOVE "ACCEPT" TO XMT-OVR-TYPE
002583       PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
002584       IF NOT XMT-OVERRIDE-HONORED
002585         MOVE "N" TO XMT-ACCEPT-SW
002586       END-IF
002587     END-IF.
002588     IF FB-RCTL-COMPAR-DIFFER
002590       AND NOT XMT-DIFFS-ACCEPTED
002600       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
002603       MOVE SPACES TO XMT-MSG-TEXT
002606       STRING "FBXMIT0006E FBCOMPAR DIFFERENCES NOT REVIEWED "
002609                                                 DELIMITED BY SIZE
002612              "FOR "                             DELIMITED BY SIZE
002615              XMT-BUS-DATE-KEY                   DELIMITED BY SIZE
002618              " - FEED HELD (PUNCH "             DELIMITED BY SIZE
002621              "ACCEPT IN COLS 17-22 AND AN AUTHORIZED OPERATOR "
002624                                                 DELIMITED BY SIZE
002627              "AFTER REVIEW)"                    DELIMITED BY SIZE
002630         INTO XMT-MSG-TEXT
002633       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002640       MOVE 12 TO RETURN-CODE
002650       GO TO 9999-EXIT
002660     END-IF.
002740* CARRIES THE RESEND KEYWORD - THE SECOND COPY OF A CYCLE HAS
002750* BURNT THE BI TEAM BEFORE. A MISSING LOG JUST MEANS NOTHING
002760* HAS EVER BEEN SENT.
002763* THE RESEND KEYWORD COUNTS ONLY WHEN 9700-CHECK-OVERRIDE
002766* HONORS IT FOR THE OPERATOR ON THE CARD.
002770*-----------------------------------------------------------------
002780 1300-CHECK-XMIT-LOG.
002790     OPEN INPUT XMITLOG-FILE.
002840       UNTIL XMT-LOG-AT-EOF.
002850     CLOSE XMITLOG-FILE.
002860     IF XMT-DATE-SENT-BEFORE
002861       AND XMT-RESEND-PUNCHED
002862       MOVE "RESEND" TO XMT-OVR-TYPE
002863       PERFORM 9700-CHECK-OVERRIDE THRU 9700-EXIT
002864       IF NOT XMT-OVERRIDE-HONORED
002865         MOVE "N" TO XMT-RESEND-SW
002866       END-IF
002867     END-IF.
002868     IF XMT-DATE-SENT-BEFORE
002870       AND NOT XMT-RESEND-PUNCHED
002880       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
002883       MOVE SPACES TO XMT-MSG-TEXT
002886       STRING "FBXMIT0007E BUSINESS DATE "       DELIMITED BY SIZE
002889              XMT-BUS-DATE-KEY                   DELIMITED BY SIZE
002892              " ALREADY TRANSMITTED - FEED HELD (PUNCH RESEND "
002895                                                 DELIMITED BY SIZE
002898              "IN COLS 10-15 AND AN AUTHORIZED OPERATOR TO "
002901                                                 DELIMITED BY SIZE
002904              "SEND AGAIN)"                      DELIMITED BY SIZE
002907         INTO XMT-MSG-TEXT
002910       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002920       MOVE 12 TO RETURN-CODE
002930       GO TO 9999-EXIT
002940     END-IF.
003170     OPEN INPUT EXTRIN-FILE.
003180     IF XMT-EXTRIN-STATUS NOT = "00"
003190       PERFORM 8100-WRITE-HELD-LINE THRU 8100-EXIT
003195       MOVE "FBXMIT0008E BIEXTRCT OPEN FAILED - FEED HELD"
003200         TO XMT-MSG-TEXT
003205       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003210       MOVE 12 TO RETURN-CODE
003220       GO TO 9999-EXIT
003230     END-IF.
003240     OPEN OUTPUT XMITOUT-FILE.
003250     IF XMT-XMITOUT-STATUS NOT = "00"
003255       MOVE "FBXMIT0009E XMITOUT OPEN FAILED - STEP REJECTED"
003260         TO XMT-MSG-TEXT
003265       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003270       MOVE 16 TO RETURN-CODE
003280       CLOSE EXTRIN-FILE
003290       GO TO 9999-EXIT
003870*-----------------------------------------------------------------
003880* 8000-TERMINATE
003890* APPENDS THE TRANSMISSION TO XMITLOG, STAMPS THE CYCLE
003896* TRANSMITTED (AND NOT YET ACKNOWLEDGED) ON RUNCTL, AND PRINTS
003902* THE DISPOSITION.
003910*-----------------------------------------------------------------
003920 8000-TERMINATE.
003930     OPEN EXTEND XMITLOG-FILE.
004010       MOVE XMT-RUN-DATE-DISPLAY TO XMT-LOG-SENT-DATE
004020       MOVE XMT-RUN-TIME-DISPLAY TO XMT-LOG-SENT-TIME
004030       MOVE XMT-DETAIL-COUNT     TO XMT-LOG-COUNT
004035       MOVE XMT-HASH-TOTAL       TO XMT-LOG-HASH
004040       WRITE XMT-XMITLOG-RECORD
004050       CLOSE XMITLOG-FILE
004060     ELSE
004063       MOVE SPACES TO XMT-MSG-TEXT
004066       STRING "FBXMIT0010E XMITLOG NOT WRITABLE - LOG ENTRY "
004069                                                 DELIMITED BY SIZE
004072              "MISSING FOR "                     DELIMITED BY SIZE
004075              XMT-BUS-DATE-KEY                   DELIMITED BY SIZE
004078         INTO XMT-MSG-TEXT
004081       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004090     END-IF.
004100     OPEN I-O RUNCTL-FILE.
004110     IF XMT-RUNCTL-STATUS = "00"
004150           CONTINUE
004160         NOT INVALID KEY
004170           MOVE "T" TO FB-RCTL-XMIT-STAT
004173           MOVE SPACE  TO FB-RCTL-ACK-STAT
004176           MOVE SPACES TO FB-RCTL-ACK-TIMESTAMP
004180           REWRITE FB-RCTL-RECORD
004190             INVALID KEY
004194               MOVE SPACES TO XMT-MSG-TEXT
004198               STRING "FBXMIT0011E RUNCTL REWRITE FAILED FOR "
004202                                                 DELIMITED BY SIZE
004206                      FB-RCTL-BUS-DATE           DELIMITED BY SIZE
004210                 INTO XMT-MSG-TEXT
004214               PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004220           END-REWRITE
004230       END-READ
004240       CLOSE RUNCTL-FILE
004680     EXIT.
004690
004700 9999-EXIT.
004702     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
004704     IF XMT-MSGLOG-IS-OPEN
004706       CLOSE MSGLOG-FILE
004708     END-IF.
004710     STOP RUN.
004720
004730*-----------------------------------------------------------------
004740* 9700-CHECK-OVERRIDE
004750* DECIDES WHETHER THE GATE OVERRIDE NAMED IN XMT-OVR-TYPE IS
004760* HONORED. THE CONTROL CARD MUST CARRY AN OPERATOR ID
004770* (COLS 24-31) AND A REASON CODE (COLS 33-36), AND THE OPERATOR
004780* MUST HOLD AN OVRAUTH ROW FOR THIS PROGRAM (OR *) AND THIS
004790* OVERRIDE TYPE (OR *). A MISSING OVRAUTH REFUSES EVERY
004800* OVERRIDE. HONORED OR REFUSED, THE OVERRIDE IS WRITTEN TO
004810* OVRLOG BY 9710-LOG-OVERRIDE.
004820*-----------------------------------------------------------------
004830 9700-CHECK-OVERRIDE.
004840     MOVE "N" TO XMT-OVR-AUTH-SW.
004850     MOVE SPACES TO XMT-OVR-NOTE.
004860     IF XMT-OVR-OPERATOR = SPACES
004870       MOVE "NO OPERATOR ID ON CARD" TO XMT-OVR-NOTE
004880       GO TO 9700-LOG
004890     END-IF.
004900     IF XMT-OVR-REASON = SPACES
004910       MOVE "NO REASON CODE ON CARD" TO XMT-OVR-NOTE
004920       GO TO 9700-LOG
004930     END-IF.
004940     OPEN INPUT OVRAUTH-FILE.
004950     IF XMT-OVRAUTH-STATUS NOT = "00"
004960       MOVE "OVRAUTH NOT AVAILABLE" TO XMT-OVR-NOTE
004970       GO TO 9700-LOG
004980     END-IF.
004990     MOVE "N" TO XMT-OVRAUTH-EOF-SW.
005000     PERFORM 9705-READ-ONE-AUTH THRU 9705-EXIT
005010       UNTIL XMT-OVRAUTH-AT-EOF
005020         OR XMT-OVERRIDE-HONORED.
005030     CLOSE OVRAUTH-FILE.
005040     IF NOT XMT-OVERRIDE-HONORED
005050       MOVE "OPERATOR NOT AUTHORIZED" TO XMT-OVR-NOTE
005060     END-IF.
005070 9700-LOG.
005080     PERFORM 9710-LOG-OVERRIDE THRU 9710-EXIT.
005090     MOVE SPACES TO XMT-MSG-TEXT.
005100     IF XMT-OVERRIDE-HONORED
005110       STRING "FBXMIT0013I "                     DELIMITED BY SIZE
005120              XMT-OVR-TYPE                      DELIMITED BY SPACE
005130              " OVERRIDE HONORED FOR "           DELIMITED BY SIZE
005140              XMT-BUS-DATE-KEY                   DELIMITED BY SIZE
005150              " - OPERATOR "                     DELIMITED BY SIZE
005160              XMT-OVR-OPERATOR                  DELIMITED BY SPACE
005170              " REASON "                         DELIMITED BY SIZE
005180              XMT-OVR-REASON                     DELIMITED BY SIZE
005190         INTO XMT-MSG-TEXT
005200     ELSE
005210       STRING "FBXMIT0014W "                     DELIMITED BY SIZE
005220              XMT-OVR-TYPE                      DELIMITED BY SPACE
005230              " OVERRIDE REFUSED FOR "           DELIMITED BY SIZE
005240              XMT-BUS-DATE-KEY                   DELIMITED BY SIZE
005250              " - "                              DELIMITED BY SIZE
005260              XMT-OVR-NOTE                       DELIMITED BY SIZE
005270         INTO XMT-MSG-TEXT
005280     END-IF.
005290     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
005300 9700-EXIT.
005310     EXIT.
005320
005330 9705-READ-ONE-AUTH.
005340     READ OVRAUTH-FILE
005350       AT END
005360         SET XMT-OVRAUTH-AT-EOF TO TRUE
005370         GO TO 9705-EXIT
005380     END-READ.
005390     IF FB-OAUT-OPERATOR(1:1) = "*"
005400       GO TO 9705-EXIT
005410     END-IF.
005420     IF FB-OAUT-OPERATOR = XMT-OVR-OPERATOR
005430       AND (FB-OAUT-PROGRAM = "FBXMIT" OR FB-OAUT-PROGRAM = "*")
005440       AND (FB-OAUT-TYPE = XMT-OVR-TYPE OR FB-OAUT-TYPE = "*")
005450       SET XMT-OVERRIDE-HONORED TO TRUE
005460     END-IF.
005470 9705-EXIT.
005480     EXIT.
005490
005500*-----------------------------------------------------------------
005510* 9710-LOG-OVERRIDE
005520* APPENDS THE OVERRIDE AND ITS OUTCOME TO THE PERMANENT OVERRIDE
005530* LOG (OVRLOG), CREATING IT ON FIRST USE. AN OVERRIDE THAT
005540* CANNOT BE LOGGED IS NOT HONORED.
005550*-----------------------------------------------------------------
005560 9710-LOG-OVERRIDE.
005570     OPEN EXTEND OVRLOG-FILE.
005580     IF XMT-OVRLOG-STATUS NOT = "00"
005590       OPEN OUTPUT OVRLOG-FILE
005600     END-IF.
005610     IF XMT-OVRLOG-STATUS NOT = "00"
005620       MOVE "N" TO XMT-OVR-AUTH-SW
005630       MOVE "OVRLOG NOT AVAILABLE" TO XMT-OVR-NOTE
005640       GO TO 9710-EXIT
005650     END-IF.
005660     ACCEPT XMT-MSG-DATE FROM DATE YYYYMMDD.
005670     ACCEPT XMT-MSG-TIME FROM TIME.
005680     MOVE SPACES TO FB-OVRL-RECORD.
005690     MOVE XMT-BUS-DATE-KEY TO FB-OVRL-BUS-DATE.
005700     MOVE "FBXMIT"         TO FB-OVRL-PROGRAM.
005710     MOVE XMT-OVR-TYPE     TO FB-OVRL-TYPE.
005720     MOVE XMT-OVR-OPERATOR TO FB-OVRL-OPERATOR.
005730     MOVE XMT-OVR-REASON   TO FB-OVRL-REASON.
005740     MOVE XMT-OVR-RUN-ID   TO FB-OVRL-RUN-ID.
005750     IF XMT-OVERRIDE-HONORED
005760       SET FB-OVRL-HONORED TO TRUE
005770     ELSE
005780       SET FB-OVRL-REFUSED TO TRUE
005790     END-IF.
005800     STRING XMT-MSG-MM   DELIMITED BY SIZE
005810            "/"          DELIMITED BY SIZE
005820            XMT-MSG-DD   DELIMITED BY SIZE
005830            "/"          DELIMITED BY SIZE
005840            XMT-MSG-YYYY DELIMITED BY SIZE
005850       INTO FB-OVRL-LOG-DATE.
005860     STRING XMT-MSG-HH   DELIMITED BY SIZE
005870            ":"          DELIMITED BY SIZE
005880            XMT-MSG-MI   DELIMITED BY SIZE
005890            ":"          DELIMITED BY SIZE
005900            XMT-MSG-SS   DELIMITED BY SIZE
005910       INTO FB-OVRL-LOG-TIME.
005920     MOVE XMT-OVR-NOTE     TO FB-OVRL-NOTE.
005930     WRITE FB-OVRL-RECORD.
005940     CLOSE OVRLOG-FILE.
005950 9710-EXIT.
005960     EXIT.
005970
005980*-----------------------------------------------------------------
005990* 9800-ISSUE-MESSAGE
006000* ISSUES THE MESSAGE BUILT IN XMT-MSG-TEXT: DISPLAYS IT ON
006010* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
006020* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
006030* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
006040* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
006050* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
006060*-----------------------------------------------------------------
006070 9800-ISSUE-MESSAGE.
006080     MOVE 132 TO XMT-MSG-LEN.
006090     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
006100       UNTIL XMT-MSG-LEN = 1
006110         OR XMT-MSG-TEXT(XMT-MSG-LEN:1) NOT = SPACE.
006120     DISPLAY XMT-MSG-TEXT(1:XMT-MSG-LEN).
006130     IF XMT-MSGLOG-NOT-OPENED
006140       OPEN EXTEND MSGLOG-FILE
006150       IF XMT-MSGLOG-STATUS = "00"
006160         SET XMT-MSGLOG-IS-OPEN TO TRUE
006170       ELSE
006180         SET XMT-MSGLOG-UNAVAILABLE TO TRUE
006190         DISPLAY "FBXMIT0012I MSGLOG NOT AVAILABLE - "
006200             "MESSAGES ON SYSOUT ONLY"
006210       END-IF
006220     END-IF.
006230     IF NOT XMT-MSGLOG-IS-OPEN
006240       GO TO 9800-EXIT
006250     END-IF.
006260     ACCEPT XMT-MSG-DATE FROM DATE YYYYMMDD.
006270     ACCEPT XMT-MSG-TIME FROM TIME.
006280     MOVE SPACES TO FB-MSGL-RECORD.
006290     MOVE "FBXMIT" TO FB-MSGL-PROGRAM.
006300     MOVE XMT-MSG-TEXT(1:10) TO FB-MSGL-MSG-ID.
006310     MOVE XMT-MSG-TEXT(11:1) TO FB-MSGL-SEVERITY.
006320     IF XMT-BUS-DATE-KEY > 0
006330       MOVE XMT-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
006340     END-IF.
006350     MOVE XMT-RUN-ID TO FB-MSGL-RUN-ID.
006360     STRING XMT-MSG-MM   DELIMITED BY SIZE
006370            "/"          DELIMITED BY SIZE
006380            XMT-MSG-DD   DELIMITED BY SIZE
006390            "/"          DELIMITED BY SIZE
006400            XMT-MSG-YYYY DELIMITED BY SIZE
006410       INTO FB-MSGL-LOG-DATE.
006420     STRING XMT-MSG-HH   DELIMITED BY SIZE
006430            ":"          DELIMITED BY SIZE
006440            XMT-MSG-MI   DELIMITED BY SIZE
006450            ":"          DELIMITED BY SIZE
006460            XMT-MSG-SS   DELIMITED BY SIZE
006470       INTO FB-MSGL-LOG-TIME.
006480     MOVE XMT-MSG-TEXT(13:) TO FB-MSGL-TEXT.
006490     WRITE FB-MSGL-RECORD.
006500 9800-EXIT.
006510     EXIT.
006520
006530 9810-FIND-MSG-END.
006540     SUBTRACT 1 FROM XMT-MSG-LEN.
006550 9810-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590* 9900-WRITE-STEP-TIMING
006600* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
006610* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
006620* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
006630* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
006640* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
006650*-----------------------------------------------------------------
006660 9900-WRITE-STEP-TIMING.
006670     ACCEPT XMT-TIM-END-DATE FROM DATE YYYYMMDD.
006680     ACCEPT XMT-TIM-END-TIME FROM TIME.
006690     OPEN EXTEND STEPTIME-FILE.
006700     IF XMT-STEPTIME-STATUS NOT = "00"
006710       MOVE "FBXMIT0015I STEPTIME NOT AVAILABLE - NOT TIMED"
006720         TO XMT-MSG-TEXT
006730       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006740       GO TO 9900-EXIT
006750     END-IF.
006760     MULTIPLY XMT-TIM-START-HH BY 3600 GIVING XMT-TIM-START-SECS.
006770     MULTIPLY XMT-TIM-START-MI BY 60 GIVING XMT-TIM-WORK.
006780     ADD XMT-TIM-WORK XMT-TIM-START-SS TO XMT-TIM-START-SECS.
006790     MULTIPLY XMT-TIM-END-HH BY 3600 GIVING XMT-TIM-END-SECS.
006800     MULTIPLY XMT-TIM-END-MI BY 60 GIVING XMT-TIM-WORK.
006810     ADD XMT-TIM-WORK XMT-TIM-END-SS TO XMT-TIM-END-SECS.
006820     IF XMT-TIM-END-DATE NOT = XMT-TIM-START-DATE
006830       ADD 86400 TO XMT-TIM-END-SECS
006840     END-IF.
006850     MOVE SPACES TO FB-STPT-RECORD.
006860     MOVE "FBXMIT" TO FB-STPT-PROGRAM.
006870     IF XMT-BUS-DATE-KEY > 0
006880       MOVE XMT-BUS-DATE-KEY TO FB-STPT-BUS-DATE
006890     END-IF.
006900     MOVE XMT-RUN-ID TO FB-STPT-RUN-ID.
006910     MOVE XMT-TIM-START-DATE TO FB-STPT-START-DATE.
006920     MOVE XMT-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
006930     MOVE XMT-TIM-END-DATE TO FB-STPT-END-DATE.
006940     MOVE XMT-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
006950     IF XMT-TIM-END-SECS < XMT-TIM-START-SECS
006960       MOVE 0 TO FB-STPT-ELAPSED
006970     ELSE
006980       SUBTRACT XMT-TIM-START-SECS FROM XMT-TIM-END-SECS
006990         GIVING FB-STPT-ELAPSED
007000     END-IF.
007010     MOVE XMT-DETAIL-COUNT TO FB-STPT-RECORDS.
007020     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
007030     WRITE FB-STPT-RECORD.
007040     CLOSE STEPTIME-FILE.
007050 9900-EXIT.
007060     EXIT.
