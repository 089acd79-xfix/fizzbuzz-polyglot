000270*                  LOG IS LEFT UNTOUCHED AND REPORTED, RATHER
000280*                  THAN RISK LOSING LIVE ENTRIES. PRINTS
000290*                  ARCHRPT AND ENDS NON-ZERO (RC 8) WHEN
000291*                  VSAMOUT HELD NOTHING TO ARCHIVE.
000292* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000293*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000294*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000295*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000296*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000297* 10/15/2026 RDM   VSAMOUT AND VSAMPRV ARE NOW KEYED ON CLIENT
000298*                  PROFILE PLUS I. THE VSAMPRV VIEW IS BROUGHT
000299*                  IN STEP WITH FBOUTREC; THE ARCHOUT IMAGE
000300*                  CARRIES THE PROFILE AS PART OF THE RECORD.
000301* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
000302*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
000303*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
000304*                  START AND END, ELAPSED SECONDS, RECORDS
000305*                  PROCESSED (VSAMOUT RECORDS ARCHIVED) AND
000306*                  RETURN CODE - FOR THE FBFCAST BATCH-WINDOW
000307*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
000308*                  RUN.
000310*----------------------------------------------------------------*
000320
000330 IDENTIFICATION DIVISION.
000470     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS FB-VSAM-FULL-KEY
000510         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000520         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000530         FILE STATUS IS ARC-VSAM-STATUS.
000550     SELECT PRIOR-FILE ASSIGN TO "VSAMPRV"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS ARC-PRV-FULL-KEY
000590         ALTERNATE RECORD KEY IS ARC-PRV-CLASS WITH DUPLICATES
000600         ALTERNATE RECORD KEY IS ARC-PRV-RUN-ID WITH DUPLICATES
000610         FILE STATUS IS ARC-PRIOR-STATUS.
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS ARC-ARCHRPT-STATUS.
000820
000821     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000822         ORGANIZATION IS LINE SEQUENTIAL
000823         FILE STATUS IS ARC-MSGLOG-STATUS.
000824
000825     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000826         ORGANIZATION IS LINE SEQUENTIAL
000827         FILE STATUS IS ARC-STEPTIME-STATUS.
000828
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  SYSIN-FILE
000990 FD  PRIOR-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  ARC-PRIOR-RECORD.
001015     05  ARC-PRV-FULL-KEY.
001020         10  ARC-PRV-PROFILE   PIC X(04).
001025         10  ARC-PRV-KEY       PIC 9(09).
001030     05  ARC-PRV-CLASS         PIC X(01).
001040     05  ARC-PRV-TEXT          PIC X(20).
001050     05  ARC-PRV-RUN-ID        PIC X(14).
001060     05  FILLER                PIC X(32).
001070
001080 FD  ARCHOUT-FILE
001090     LABEL RECORDS ARE STANDARD.
001330     LABEL RECORDS ARE STANDARD.
001340 01  ARC-REPORT-RECORD         PIC X(80).
001350
001351 FD  MSGLOG-FILE
001352     LABEL RECORDS ARE STANDARD.
001353     COPY FBMSGLOG.
001354
001355 FD  STEPTIME-FILE
001356     LABEL RECORDS ARE STANDARD.
001357     COPY FBSTEPTM.
001358
001360 WORKING-STORAGE SECTION.
001370 01  ARC-FILE-STATUSES.
001380     05  ARC-SYSIN-STATUS      PIC X(02) VALUE "00".
001430     05  ARC-AUDIT-STATUS      PIC X(02) VALUE "00".
001440     05  ARC-ARCHAUD-STATUS    PIC X(02) VALUE "00".
001450     05  ARC-ARCHRPT-STATUS    PIC X(02) VALUE "00".
001453     05  ARC-MSGLOG-STATUS     PIC X(02) VALUE "00".
001456     05  ARC-STEPTIME-STATUS   PIC X(02) VALUE "00".
001460
001470 01  ARC-SWITCHES.
001480     05  ARC-VSAM-EOF-SW       PIC X(01) VALUE "N".
001820
001830 01  ARC-CURRENT-DATE.
001840     05  ARC-CUR-YYYY          PIC 9(04).
001841     05  ARC-CUR-MM            PIC 9(02).
001842     05  ARC-CUR-DD            PIC 9(02).
001843 01  ARC-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001844
001845*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
001846*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
001847 01  ARC-STEP-TIMING.
001848     05  ARC-TIM-START-DATE    PIC X(08) VALUE SPACES.
001849     05  ARC-TIM-START-TIME.
001850         10  ARC-TIM-START-HH  PIC 9(02) VALUE 0.
001851         10  ARC-TIM-START-MI  PIC 9(02) VALUE 0.
001852         10  ARC-TIM-START-SS  PIC 9(02) VALUE 0.
001853         10  ARC-TIM-START-HS  PIC 9(02) VALUE 0.
001854     05  ARC-TIM-END-DATE      PIC X(08) VALUE SPACES.
001855     05  ARC-TIM-END-TIME.
001856         10  ARC-TIM-END-HH    PIC 9(02) VALUE 0.
001857         10  ARC-TIM-END-MI    PIC 9(02) VALUE 0.
001858         10  ARC-TIM-END-SS    PIC 9(02) VALUE 0.
001859         10  ARC-TIM-END-HS    PIC 9(02) VALUE 0.
001860     05  ARC-TIM-START-SECS    PIC 9(06) VALUE 0.
001861     05  ARC-TIM-END-SECS      PIC 9(06) VALUE 0.
001862     05  ARC-TIM-WORK          PIC 9(06) VALUE 0.
001863
001864*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001865*    TO SYSOUT AND TO MSGLOG.
001866 01  ARC-MESSAGE-AREA.
001867     05  ARC-MSG-TEXT          PIC X(132) VALUE SPACES.
001868     05  ARC-MSG-LEN           PIC 9(03) VALUE 0.
001869     05  ARC-MSGLOG-SW         PIC X(01) VALUE "N".
001870         88  ARC-MSGLOG-NOT-OPENED     VALUE "N".
001871         88  ARC-MSGLOG-IS-OPEN        VALUE "Y".
001872         88  ARC-MSGLOG-UNAVAILABLE    VALUE "U".
001873 01  ARC-MSG-DATE.
001874     05  ARC-MSG-YYYY          PIC 9(04).
001875     05  ARC-MSG-MM            PIC 9(02).
001876     05  ARC-MSG-DD            PIC 9(02).
001877 01  ARC-MSG-TIME.
001878     05  ARC-MSG-HH            PIC 9(02).
001879     05  ARC-MSG-MI            PIC 9(02).
001880     05  ARC-MSG-SS            PIC 9(02).
001881     05  ARC-MSG-HS            PIC 9(02).
001882
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040* DATE AND SKIPS THE AUDIT TRIM.
002050*-----------------------------------------------------------------
002060 1000-INITIALIZE.
002063     ACCEPT ARC-TIM-START-DATE FROM DATE YYYYMMDD.
002066     ACCEPT ARC-TIM-START-TIME FROM TIME.
002070     ACCEPT ARC-CURRENT-DATE FROM DATE YYYYMMDD.
002080     STRING ARC-CUR-MM   DELIMITED BY SIZE
002090            "/"          DELIMITED BY SIZE
002240     END-IF.
002250     OPEN OUTPUT ARCHRPT-FILE.
002260     IF ARC-ARCHRPT-STATUS NOT = "00"
002264       MOVE SPACES TO ARC-MSG-TEXT
002268       STRING "FBARCHIV0001E ARCHRPT OPEN FAILED - STEP "
002272                                                 DELIMITED BY SIZE
002276              "REJECTED"                         DELIMITED BY SIZE
002280         INTO ARC-MSG-TEXT
002284       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002290       MOVE 16 TO RETURN-CODE
002300       GO TO 9999-EXIT
002310     END-IF.
002320     OPEN INPUT VSAM-FILE.
002330     IF ARC-VSAM-STATUS NOT = "00"
002334       MOVE SPACES TO ARC-MSG-TEXT
002338       STRING "FBARCHIV0002E VSAMOUT OPEN FAILED - STEP "
002342                                                 DELIMITED BY SIZE
002346              "REJECTED"                         DELIMITED BY SIZE
002350         INTO ARC-MSG-TEXT
002354       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002360       MOVE 16 TO RETURN-CODE
002370       CLOSE ARCHRPT-FILE
002380       GO TO 9999-EXIT
002410     OPEN OUTPUT PRIOR-FILE.
002420     IF ARC-ARCHOUT-STATUS NOT = "00"
002430       OR ARC-PRIOR-STATUS NOT = "00"
002434       MOVE SPACES TO ARC-MSG-TEXT
002438       STRING "FBARCHIV0003E ARCHIVE OUTPUT OPEN FAILED - "
002442                                                 DELIMITED BY SIZE
002446              "STEP REJECTED"                    DELIMITED BY SIZE
002450         INTO ARC-MSG-TEXT
002454       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002460       MOVE 16 TO RETURN-CODE
002470       CLOSE VSAM-FILE
002480       CLOSE ARCHRPT-FILE
002540 1100-EDIT-DATE-CARD.
002550     IF ARC-CARD-BUS-DATE NOT = SPACES
002560       IF ARC-CARD-BUS-DATE NOT NUMERIC
002564         MOVE SPACES TO ARC-MSG-TEXT
002568         STRING "FBARCHIV0004E BUSINESS DATE CARD INVALID - "
002572                                                 DELIMITED BY SIZE
002576                "STEP REJECTED"                  DELIMITED BY SIZE
002580           INTO ARC-MSG-TEXT
002584         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002590         MOVE 16 TO RETURN-CODE
002600         CLOSE SYSIN-FILE
002610         GO TO 9999-EXIT
002660     END-IF.
002670     IF ARC-CARD-CUTOFF NOT = SPACES
002680       IF ARC-CARD-CUTOFF NOT NUMERIC
002684         MOVE SPACES TO ARC-MSG-TEXT
002688         STRING "FBARCHIV0005E CUTOFF DATE CARD INVALID - "
002692                                                 DELIMITED BY SIZE
002696                "STEP REJECTED"                  DELIMITED BY SIZE
002700           INTO ARC-MSG-TEXT
002704         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002710         MOVE 16 TO RETURN-CODE
002720         CLOSE SYSIN-FILE
002730         GO TO 9999-EXIT
003130     MOVE FB-OUTPUT-RECORD TO ARC-PRIOR-RECORD.
003140     WRITE ARC-PRIOR-RECORD
003150       INVALID KEY
003153         MOVE SPACES TO ARC-MSG-TEXT
003156         STRING "FBARCHIV0006E VSAMPRV WRITE FAILED FOR KEY "
003159                                                 DELIMITED BY SIZE
003162                ARC-PRV-KEY                      DELIMITED BY SIZE
003165                " PROFILE "                      DELIMITED BY SIZE
003168                ARC-PRV-PROFILE                  DELIMITED BY SIZE
003171           INTO ARC-MSG-TEXT
003174         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003180     END-WRITE.
003190     ADD 1 TO ARC-ARCHIVED-COUNT.
003200 2100-EXIT.
003310       OPEN OUTPUT ARCHIDX-FILE
003320     END-IF.
003330     IF ARC-ARCHIDX-STATUS NOT = "00"
003333       MOVE SPACES TO ARC-MSG-TEXT
003336       STRING "FBARCHIV0007E ARCHIDX NOT WRITABLE - INDEX ROW "
003339                                                 DELIMITED BY SIZE
003342              "MISSING FOR "                     DELIMITED BY SIZE
003345              ARC-BUS-DATE-KEY                   DELIMITED BY SIZE
003348         INTO ARC-MSG-TEXT
003351       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003360       GO TO 3000-EXIT
003370     END-IF.
003380     MOVE SPACES TO ARC-ARCHIDX-RECORD.
003620 4000-TRIM-AUDIT-LOG.
003630     OPEN INPUT AUDIT-FILE.
003640     IF ARC-AUDIT-STATUS NOT = "00"
003645       MOVE "FBARCHIV0008I AUDITLOG NOT AVAILABLE - NO TRIM"
003650         TO ARC-MSG-TEXT
003655       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003660       GO TO 4000-EXIT
003670     END-IF.
003680     PERFORM 4100-CLASSIFY-ONE-LINE THRU 4100-EXIT
003700         OR ARC-KEEP-TABLE-IS-FULL.
003710     CLOSE AUDIT-FILE.
003720     IF ARC-KEEP-TABLE-IS-FULL
003723       MOVE SPACES TO ARC-MSG-TEXT
003726       STRING "FBARCHIV0010E MORE THAN 1000 KEPT AUDIT LINES "
003729                                                 DELIMITED BY SIZE
003732              "- TRIM ABANDONED, AUDITLOG LEFT UNTOUCHED"
003735                                                 DELIMITED BY SIZE
003738         INTO ARC-MSG-TEXT
003741       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003750       MOVE 0 TO ARC-AUD-ARCH-COUNT
003760       MOVE 0 TO ARC-AUD-KEPT-COUNT
003770       GO TO 4000-EXIT
003840       OPEN OUTPUT ARCHAUD-FILE
003850     END-IF.
003860     IF ARC-ARCHAUD-STATUS NOT = "00"
003865       MOVE "FBARCHIV0009E ARCHAUD NOT WRITABLE - NO TRIM"
003870         TO ARC-MSG-TEXT
003875       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003880       MOVE 0 TO ARC-AUD-ARCH-COUNT
003890       MOVE 0 TO ARC-AUD-KEPT-COUNT
003900       GO TO 4000-EXIT
003910     END-IF.
003920     OPEN INPUT AUDIT-FILE.
003930     IF ARC-AUDIT-STATUS NOT = "00"
003935       MOVE "FBARCHIV0008I AUDITLOG NOT AVAILABLE - NO TRIM"
003940         TO ARC-MSG-TEXT
003945       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003950       CLOSE ARCHAUD-FILE
003960       MOVE 0 TO ARC-AUD-ARCH-COUNT
003970       MOVE 0 TO ARC-AUD-KEPT-COUNT
004050     CLOSE ARCHAUD-FILE.
004060     OPEN OUTPUT AUDIT-FILE.
004070     IF ARC-AUDIT-STATUS NOT = "00"
004074       MOVE SPACES TO ARC-MSG-TEXT
004078       STRING "FBARCHIV0011E AUDITLOG REWRITE OPEN FAILED - "
004082                                                 DELIMITED BY SIZE
004086              "KEPT ENTRIES MAY BE LOST"         DELIMITED BY SIZE
004090         INTO ARC-MSG-TEXT
004094       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004100       GO TO 4000-EXIT
004110     END-IF.
004120     PERFORM 4200-WRITE-ONE-KEPT-LINE THRU 4200-EXIT
004940     EXIT.
004950
004960 9999-EXIT.
004962     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
004964     IF ARC-MSGLOG-IS-OPEN
004966       CLOSE MSGLOG-FILE
004968     END-IF.
004970     STOP RUN.
004980
004990*-----------------------------------------------------------------
005000* 9800-ISSUE-MESSAGE
005010* ISSUES THE MESSAGE BUILT IN ARC-MSG-TEXT: DISPLAYS IT ON
005020* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
005030* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
005040* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
005050* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
005060* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
005070*-----------------------------------------------------------------
005080 9800-ISSUE-MESSAGE.
005090     MOVE 132 TO ARC-MSG-LEN.
005100     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
005110       UNTIL ARC-MSG-LEN = 1
005120         OR ARC-MSG-TEXT(ARC-MSG-LEN:1) NOT = SPACE.
005130     DISPLAY ARC-MSG-TEXT(1:ARC-MSG-LEN).
005140     IF ARC-MSGLOG-NOT-OPENED
005150       OPEN EXTEND MSGLOG-FILE
005160       IF ARC-MSGLOG-STATUS = "00"
005170         SET ARC-MSGLOG-IS-OPEN TO TRUE
005180       ELSE
005190         SET ARC-MSGLOG-UNAVAILABLE TO TRUE
005200         DISPLAY "FBARCHIV0012I MSGLOG NOT AVAILABLE - "
005210             "MESSAGES ON SYSOUT ONLY"
005220       END-IF
005230     END-IF.
005240     IF NOT ARC-MSGLOG-IS-OPEN
005250       GO TO 9800-EXIT
005260     END-IF.
005270     ACCEPT ARC-MSG-DATE FROM DATE YYYYMMDD.
005280     ACCEPT ARC-MSG-TIME FROM TIME.
005290     MOVE SPACES TO FB-MSGL-RECORD.
005300     MOVE "FBARCHIV" TO FB-MSGL-PROGRAM.
005310     MOVE ARC-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
005320     MOVE ARC-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
005330     IF ARC-BUS-DATE-KEY > 0
005340       MOVE ARC-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
005350     END-IF.
005360     MOVE ARC-RUN-ID TO FB-MSGL-RUN-ID.
005370     STRING ARC-MSG-MM   DELIMITED BY SIZE
005380            "/"          DELIMITED BY SIZE
005390            ARC-MSG-DD   DELIMITED BY SIZE
005400            "/"          DELIMITED BY SIZE
005410            ARC-MSG-YYYY DELIMITED BY SIZE
005420       INTO FB-MSGL-LOG-DATE.
005430     STRING ARC-MSG-HH   DELIMITED BY SIZE
005440            ":"          DELIMITED BY SIZE
005450            ARC-MSG-MI   DELIMITED BY SIZE
005460            ":"          DELIMITED BY SIZE
005470            ARC-MSG-SS   DELIMITED BY SIZE
005480       INTO FB-MSGL-LOG-TIME.
005490     MOVE ARC-MSG-TEXT(15:) TO FB-MSGL-TEXT.
005500     WRITE FB-MSGL-RECORD.
005510 9800-EXIT.
005520     EXIT.
005530
005540 9810-FIND-MSG-END.
005550     SUBTRACT 1 FROM ARC-MSG-LEN.
005560 9810-EXIT.
005570     EXIT.
005580
005590*-----------------------------------------------------------------
005600* 9900-WRITE-STEP-TIMING
005610* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
005620* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
005630* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
005640* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
005650* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
005660*-----------------------------------------------------------------
005670 9900-WRITE-STEP-TIMING.
005680     ACCEPT ARC-TIM-END-DATE FROM DATE YYYYMMDD.
005690     ACCEPT ARC-TIM-END-TIME FROM TIME.
005700     OPEN EXTEND STEPTIME-FILE.
005710     IF ARC-STEPTIME-STATUS NOT = "00"
005720       MOVE "FBARCHIV0013I STEPTIME NOT AVAILABLE - NOT TIMED"
005730         TO ARC-MSG-TEXT
005740       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005750       GO TO 9900-EXIT
005760     END-IF.
005770     MULTIPLY ARC-TIM-START-HH BY 3600 GIVING ARC-TIM-START-SECS.
005780     MULTIPLY ARC-TIM-START-MI BY 60 GIVING ARC-TIM-WORK.
005790     ADD ARC-TIM-WORK ARC-TIM-START-SS TO ARC-TIM-START-SECS.
005800     MULTIPLY ARC-TIM-END-HH BY 3600 GIVING ARC-TIM-END-SECS.
005810     MULTIPLY ARC-TIM-END-MI BY 60 GIVING ARC-TIM-WORK.
005820     ADD ARC-TIM-WORK ARC-TIM-END-SS TO ARC-TIM-END-SECS.
005830     IF ARC-TIM-END-DATE NOT = ARC-TIM-START-DATE
005840       ADD 86400 TO ARC-TIM-END-SECS
005850     END-IF.
005860     MOVE SPACES TO FB-STPT-RECORD.
005870     MOVE "FBARCHIV" TO FB-STPT-PROGRAM.
005880     IF ARC-BUS-DATE-KEY > 0
005890       MOVE ARC-BUS-DATE-KEY TO FB-STPT-BUS-DATE
005900     END-IF.
005910     MOVE ARC-RUN-ID TO FB-STPT-RUN-ID.
005920     MOVE ARC-TIM-START-DATE TO FB-STPT-START-DATE.
005930     MOVE ARC-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
005940     MOVE ARC-TIM-END-DATE TO FB-STPT-END-DATE.
005950     MOVE ARC-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
005960     IF ARC-TIM-END-SECS < ARC-TIM-START-SECS
005970       MOVE 0 TO FB-STPT-ELAPSED
005980     ELSE
005990       SUBTRACT ARC-TIM-START-SECS FROM ARC-TIM-END-SECS
006000         GIVING FB-STPT-ELAPSED
006010     END-IF.
006020     MOVE ARC-ARCHIVED-COUNT TO FB-STPT-RECORDS.
006030     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
006040     WRITE FB-STPT-RECORD.
006050     CLOSE STEPTIME-FILE.
006060 9900-EXIT.
006070     EXIT.
