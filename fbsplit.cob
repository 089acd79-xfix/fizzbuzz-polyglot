000170*                  CARRIED ONTO EVERY STREAM CARD; THE RESTART
000180*                  SWITCH IS FORCED OFF (A STREAM RESTART IS
000190*                  PUNCHED ON THAT STREAM'S OWN DECK). PRINTS
000191*                  THE CARVE ON SPLRPT. A BAD CARD REJECTS THE
000192*                  RUN WITH RETURN-CODE 16 AND PUNCHES NOTHING.
000193* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000194*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000195*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000196*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000197*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000198* 10/15/2026 RDM   THE CLIENT PROFILE CODE (CONTROL CARD COLS
000199*                  34-37) IS CARRIED ONTO EVERY STREAM CARD AND
000200*                  SHOWN ON SPLRPT. ONE CARD IS ONE PROFILE, SO
000201*                  ALL STREAMS OF A SPLIT RUN SHARE IT.
000202* 10/15/2026 RDM   THE OPERATOR ID (COLS 39-46) AND REASON CODE
000203*                  (COLS 48-51) THAT AUTHORIZE THE BYPASS ARE
000204*                  CARRIED ONTO EVERY STREAM CARD WITH IT.
000205* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
000206*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
000207*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
000208*                  START AND END, ELAPSED SECONDS, RECORDS
000209*                  PROCESSED (THE NUMBERS CARVED; THE RUN ID IS
000210*                  BLANK - THE MAIN JOB HAS NOT ASSIGNED IT YET)
000211*                  AND RETURN CODE - FOR THE FBFCAST BATCH-WINDOW
000212*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
000213*                  RUN.
000220*----------------------------------------------------------------*
000230
000240 IDENTIFICATION DIVISION.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SPL-SPLRPT-STATUS.
000570
000571     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS SPL-MSGLOG-STATUS.
000574
000575     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
000576         ORGANIZATION IS LINE SEQUENTIAL
000577         FILE STATUS IS SPL-STEPTIME-STATUS.
000578
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SYSIN-FILE
000700     05  SPL-PARM-RESTART-SW   PIC X(01).
000710     05  SPL-PARM-BUS-DATE     PIC X(08).
000720     05  SPL-PARM-BYPASS-SW    PIC X(01).
000722     05  FILLER                PIC X(01).
000724     05  SPL-PARM-PROFILE      PIC X(04).
000726     05  FILLER                PIC X(01).
000728     05  SPL-PARM-OPERATOR     PIC X(08).
000730     05  FILLER                PIC X(01).
000732     05  SPL-PARM-REASON       PIC X(04).
000734     05  FILLER                PIC X(29).
000740
000750 FD  SPLIT1-FILE
000760     LABEL RECORDS ARE OMITTED.
000920     LABEL RECORDS ARE STANDARD.
000930 01  SPL-REPORT-RECORD         PIC X(80).
000940
000941 FD  MSGLOG-FILE
000942     LABEL RECORDS ARE STANDARD.
000943     COPY FBMSGLOG.
000944
000945 FD  STEPTIME-FILE
000946     LABEL RECORDS ARE STANDARD.
000947     COPY FBSTEPTM.
000948
000950 WORKING-STORAGE SECTION.
000960 01  SPL-FILE-STATUSES.
000970     05  SPL-SYSIN-STATUS      PIC X(02) VALUE "00".
001000     05  SPL-SPLIT3-STATUS     PIC X(02) VALUE "00".
001010     05  SPL-SPLIT4-STATUS     PIC X(02) VALUE "00".
001020     05  SPL-SPLRPT-STATUS     PIC X(02) VALUE "00".
001023     05  SPL-MSGLOG-STATUS     PIC X(02) VALUE "00".
001026     05  SPL-STEPTIME-STATUS   PIC X(02) VALUE "00".
001030
001040 01  SPL-MAX-I-VALUE           PIC S9(10) VALUE 999999999.
001050 01  SPL-STREAM-LIMIT          PIC 99    VALUE 4.
001240     05  SPL-OUT-RESTART-SW    PIC X(01).
001250     05  SPL-OUT-BUS-DATE      PIC X(08).
001260     05  SPL-OUT-BYPASS-SW     PIC X(01).
001262     05  FILLER                PIC X(01) VALUE SPACE.
001264     05  SPL-OUT-PROFILE       PIC X(04) VALUE SPACES.
001266     05  FILLER                PIC X(01) VALUE SPACE.
001268     05  SPL-OUT-OPERATOR      PIC X(08) VALUE SPACES.
001270     05  FILLER                PIC X(01) VALUE SPACE.
001272     05  SPL-OUT-REASON        PIC X(04) VALUE SPACES.
001274     05  FILLER                PIC X(29) VALUE SPACES.
001280
001290 01  SPL-CURRENT-DATE.
001291     05  SPL-CUR-YYYY          PIC 9(04).
001292     05  SPL-CUR-MM            PIC 9(02).
001293     05  SPL-CUR-DD            PIC 9(02).
001294 01  SPL-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001295
001296*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
001297*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
001298 01  SPL-STEP-TIMING.
001299     05  SPL-TIM-START-DATE    PIC X(08) VALUE SPACES.
001300     05  SPL-TIM-START-TIME.
001301         10  SPL-TIM-START-HH  PIC 9(02) VALUE 0.
001302         10  SPL-TIM-START-MI  PIC 9(02) VALUE 0.
001303         10  SPL-TIM-START-SS  PIC 9(02) VALUE 0.
001304         10  SPL-TIM-START-HS  PIC 9(02) VALUE 0.
001305     05  SPL-TIM-END-DATE      PIC X(08) VALUE SPACES.
001306     05  SPL-TIM-END-TIME.
001307         10  SPL-TIM-END-HH    PIC 9(02) VALUE 0.
001308         10  SPL-TIM-END-MI    PIC 9(02) VALUE 0.
001309         10  SPL-TIM-END-SS    PIC 9(02) VALUE 0.
001310         10  SPL-TIM-END-HS    PIC 9(02) VALUE 0.
001311     05  SPL-TIM-START-SECS    PIC 9(06) VALUE 0.
001312     05  SPL-TIM-END-SECS      PIC 9(06) VALUE 0.
001313     05  SPL-TIM-WORK          PIC 9(06) VALUE 0.
001314     05  SPL-TIM-BUS-DATE      PIC 9(08) VALUE 0.
001315
001316*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001317*    TO SYSOUT AND TO MSGLOG.
001318 01  SPL-MESSAGE-AREA.
001319     05  SPL-MSG-TEXT          PIC X(132) VALUE SPACES.
001320     05  SPL-MSG-LEN           PIC 9(03) VALUE 0.
001321     05  SPL-MSGLOG-SW         PIC X(01) VALUE "N".
001322         88  SPL-MSGLOG-NOT-OPENED     VALUE "N".
001323         88  SPL-MSGLOG-IS-OPEN        VALUE "Y".
001324         88  SPL-MSGLOG-UNAVAILABLE    VALUE "U".
001325 01  SPL-MSG-DATE.
001326     05  SPL-MSG-YYYY          PIC 9(04).
001327     05  SPL-MSG-MM            PIC 9(02).
001328     05  SPL-MSG-DD            PIC 9(02).
001329 01  SPL-MSG-TIME.
001330     05  SPL-MSG-HH            PIC 9(02).
001331     05  SPL-MSG-MI            PIC 9(02).
001332     05  SPL-MSG-SS            PIC 9(02).
001333     05  SPL-MSG-HS            PIC 9(02).
001340
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001470* RUN BEFORE ANYTHING IS WRITTEN.
001480*-----------------------------------------------------------------
001490 1000-INITIALIZE.
001493     ACCEPT SPL-TIM-START-DATE FROM DATE YYYYMMDD.
001496     ACCEPT SPL-TIM-START-TIME FROM TIME.
001500     ACCEPT SPL-CURRENT-DATE FROM DATE YYYYMMDD.
001510     STRING SPL-CUR-MM   DELIMITED BY SIZE
001520            "/"          DELIMITED BY SIZE
001560       INTO SPL-RUN-DATE-DISPLAY.
001570     OPEN INPUT SYSIN-FILE.
001580     IF SPL-SYSIN-STATUS NOT = "00"
001585       MOVE "FBSPLIT0001E SYSIN OPEN FAILED - RUN REJECTED"
001590         TO SPL-MSG-TEXT
001595       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001600       MOVE 16 TO RETURN-CODE
001610       GO TO 9999-EXIT
001620     END-IF.
001630     READ SYSIN-FILE
001640       AT END
001645         MOVE "FBSPLIT0002E NO STREAM-COUNT CARD - REJECTED"
001650           TO SPL-MSG-TEXT
001655         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001660         MOVE 16 TO RETURN-CODE
001670         CLOSE SYSIN-FILE
001680         GO TO 9999-EXIT
001690     END-READ.
001700     IF SPL-CARD-COUNT-X NOT NUMERIC
001704       MOVE SPACES TO SPL-MSG-TEXT
001708       STRING "FBSPLIT0003E STREAM COUNT IS NOT NUMERIC - "
001712                                                 DELIMITED BY SIZE
001716              "RUN REJECTED"                     DELIMITED BY SIZE
001720         INTO SPL-MSG-TEXT
001724       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001730       MOVE 16 TO RETURN-CODE
001740       CLOSE SYSIN-FILE
001750       GO TO 9999-EXIT
001770     MOVE SPL-CARD-COUNT-X TO SPL-STREAM-COUNT.
001780     IF SPL-STREAM-COUNT < 1
001790       OR SPL-STREAM-COUNT > SPL-STREAM-LIMIT
001794       MOVE SPACES TO SPL-MSG-TEXT
001798       STRING "FBSPLIT0004E STREAM COUNT MUST BE 1 THRU 4 - "
001802                                                 DELIMITED BY SIZE
001806              "RUN REJECTED"                     DELIMITED BY SIZE
001810         INTO SPL-MSG-TEXT
001814       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001820       MOVE 16 TO RETURN-CODE
001830       CLOSE SYSIN-FILE
001840       GO TO 9999-EXIT
001850     END-IF.
001860     READ SYSIN-FILE
001870       AT END
001875         MOVE "FBSPLIT0005E NO CONTROL CARD - RUN REJECTED"
001880           TO SPL-MSG-TEXT
001885         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001890         MOVE 16 TO RETURN-CODE
001900         CLOSE SYSIN-FILE
001910         GO TO 9999-EXIT
001920     END-READ.
001921     IF SPL-PARM-BUS-DATE NUMERIC
001922       MOVE SPL-PARM-BUS-DATE(5:4) TO SPL-TIM-BUS-DATE(1:4)
001923       MOVE SPL-PARM-BUS-DATE(1:2) TO SPL-TIM-BUS-DATE(5:2)
001924       MOVE SPL-PARM-BUS-DATE(3:2) TO SPL-TIM-BUS-DATE(7:2)
001925     ELSE
001926       MOVE SPL-CURRENT-DATE TO SPL-TIM-BUS-DATE
001927     END-IF.
001930     CLOSE SYSIN-FILE.
001940     PERFORM 1800-VALIDATE-PARMS THRU 1800-EXIT.
001950     OPEN OUTPUT SPLRPT-FILE.
001960     IF SPL-SPLRPT-STATUS NOT = "00"
001965       MOVE "FBSPLIT0006E SPLRPT OPEN FAILED - RUN REJECTED"
001970         TO SPL-MSG-TEXT
001975       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001980       MOVE 16 TO RETURN-CODE
001990       GO TO 9999-EXIT
002000     END-IF.
002120*-----------------------------------------------------------------
002130 1800-VALIDATE-PARMS.
002140     IF SPL-PARM-START < 0 OR SPL-PARM-END < 0
002145       MOVE "FBSPLIT0007E START/END IS NEGATIVE - REJECTED"
002150         TO SPL-MSG-TEXT
002155       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002160       MOVE 16 TO RETURN-CODE
002170       GO TO 9999-EXIT
002180     END-IF.
002190     IF SPL-PARM-START > SPL-MAX-I-VALUE
002200       OR SPL-PARM-END > SPL-MAX-I-VALUE
002204       MOVE SPACES TO SPL-MSG-TEXT
002208       STRING "FBSPLIT0008E START/END EXCEEDS MAXIMUM - "
002212                                                 DELIMITED BY SIZE
002216              "REJECTED"                         DELIMITED BY SIZE
002220         INTO SPL-MSG-TEXT
002224       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002230       MOVE 16 TO RETURN-CODE
002240       GO TO 9999-EXIT
002250     END-IF.
002260     IF SPL-PARM-END < SPL-PARM-START
002265       MOVE "FBSPLIT0009E END IS LESS THAN START - REJECTED"
002270         TO SPL-MSG-TEXT
002275       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002280       MOVE 16 TO RETURN-CODE
002290       GO TO 9999-EXIT
002300     END-IF.
002520       OR (SPL-STREAM-COUNT >= 2 AND SPL-SPLIT2-STATUS NOT = "00")
002530       OR (SPL-STREAM-COUNT >= 3 AND SPL-SPLIT3-STATUS NOT = "00")
002540       OR (SPL-STREAM-COUNT >= 4 AND SPL-SPLIT4-STATUS NOT = "00")
002544       MOVE SPACES TO SPL-MSG-TEXT
002548       STRING "FBSPLIT0010E STREAM DECK OPEN FAILED - RUN "
002552                                                 DELIMITED BY SIZE
002556              "REJECTED"                         DELIMITED BY SIZE
002560         INTO SPL-MSG-TEXT
002564       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002570       MOVE 16 TO RETURN-CODE
002580       GO TO 9999-EXIT
002590     END-IF.
002910     MOVE "N"                TO SPL-OUT-RESTART-SW.
002920     MOVE SPL-PARM-BUS-DATE  TO SPL-OUT-BUS-DATE.
002930     MOVE SPL-PARM-BYPASS-SW TO SPL-OUT-BYPASS-SW.
002932     MOVE SPL-PARM-PROFILE   TO SPL-OUT-PROFILE.
002934     MOVE SPL-PARM-OPERATOR  TO SPL-OUT-OPERATOR.
002936     MOVE SPL-PARM-REASON    TO SPL-OUT-REASON.
002940     EVALUATE SPL-STREAM
002950       WHEN 1
002960         WRITE SPL-SPLIT1-RECORD FROM SPL-CARD-OUT
003150
003160*-----------------------------------------------------------------
003170* 1600-WRITE-REPORT-HEADING
003180* WRITES THE SPLIT-REPORT HEADING AND ANY CLIENT PROFILE.
003190*-----------------------------------------------------------------
003200 1600-WRITE-REPORT-HEADING.
003210     MOVE SPACES TO SPL-REPORT-RECORD.
003240            SPL-RUN-DATE-DISPLAY    DELIMITED BY SIZE
003250       INTO SPL-REPORT-RECORD.
003260     WRITE SPL-REPORT-RECORD.
003261     IF SPL-PARM-PROFILE NOT = SPACES
003262       MOVE SPACES TO SPL-REPORT-RECORD
003263       STRING "CLIENT PROFILE      : " DELIMITED BY SIZE
003264              SPL-PARM-PROFILE         DELIMITED BY SIZE
003265         INTO SPL-REPORT-RECORD
003266       WRITE SPL-REPORT-RECORD
003267     END-IF.
003270     MOVE SPACES TO SPL-REPORT-RECORD.
003280     WRITE SPL-REPORT-RECORD.
003290 1600-EXIT.
003610     EXIT.
003620
003630 9999-EXIT.
003632     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
003634     IF SPL-MSGLOG-IS-OPEN
003636       CLOSE MSGLOG-FILE
003638     END-IF.
003640     STOP RUN.
003650
003660*-----------------------------------------------------------------
003670* 9800-ISSUE-MESSAGE
003680* ISSUES THE MESSAGE BUILT IN SPL-MSG-TEXT: DISPLAYS IT ON
003690* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
003700* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
003710* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
003720* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
003730* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
003740*-----------------------------------------------------------------
003750 9800-ISSUE-MESSAGE.
003760     MOVE 132 TO SPL-MSG-LEN.
003770     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
003780       UNTIL SPL-MSG-LEN = 1
003790         OR SPL-MSG-TEXT(SPL-MSG-LEN:1) NOT = SPACE.
003800     DISPLAY SPL-MSG-TEXT(1:SPL-MSG-LEN).
003810     IF SPL-MSGLOG-NOT-OPENED
003820       OPEN EXTEND MSGLOG-FILE
003830       IF SPL-MSGLOG-STATUS = "00"
003840         SET SPL-MSGLOG-IS-OPEN TO TRUE
003850       ELSE
003860         SET SPL-MSGLOG-UNAVAILABLE TO TRUE
003870         DISPLAY "FBSPLIT0011I MSGLOG NOT AVAILABLE - "
003880             "MESSAGES ON SYSOUT ONLY"
003890       END-IF
003900     END-IF.
003910     IF NOT SPL-MSGLOG-IS-OPEN
003920       GO TO 9800-EXIT
003930     END-IF.
003940     ACCEPT SPL-MSG-DATE FROM DATE YYYYMMDD.
003950     ACCEPT SPL-MSG-TIME FROM TIME.
003960     MOVE SPACES TO FB-MSGL-RECORD.
003970     MOVE "FBSPLIT" TO FB-MSGL-PROGRAM.
003980     MOVE SPL-MSG-TEXT(1:11) TO FB-MSGL-MSG-ID.
003990     MOVE SPL-MSG-TEXT(12:1) TO FB-MSGL-SEVERITY.
004000     STRING SPL-MSG-MM   DELIMITED BY SIZE
004010            "/"          DELIMITED BY SIZE
004020            SPL-MSG-DD   DELIMITED BY SIZE
004030            "/"          DELIMITED BY SIZE
004040            SPL-MSG-YYYY DELIMITED BY SIZE
004050       INTO FB-MSGL-LOG-DATE.
004060     STRING SPL-MSG-HH   DELIMITED BY SIZE
004070            ":"          DELIMITED BY SIZE
004080            SPL-MSG-MI   DELIMITED BY SIZE
004090            ":"          DELIMITED BY SIZE
004100            SPL-MSG-SS   DELIMITED BY SIZE
004110       INTO FB-MSGL-LOG-TIME.
004120     MOVE SPL-MSG-TEXT(14:) TO FB-MSGL-TEXT.
004130     WRITE FB-MSGL-RECORD.
004140 9800-EXIT.
004150     EXIT.
004160
004170 9810-FIND-MSG-END.
004180     SUBTRACT 1 FROM SPL-MSG-LEN.
004190 9810-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230* 9900-WRITE-STEP-TIMING
004240* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
004250* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
004260* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
004270* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
004280* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
004290*-----------------------------------------------------------------
004300 9900-WRITE-STEP-TIMING.
004310     ACCEPT SPL-TIM-END-DATE FROM DATE YYYYMMDD.
004320     ACCEPT SPL-TIM-END-TIME FROM TIME.
004330     OPEN EXTEND STEPTIME-FILE.
004340     IF SPL-STEPTIME-STATUS NOT = "00"
004350       MOVE "FBSPLIT0012I STEPTIME NOT AVAILABLE - NOT TIMED"
004360         TO SPL-MSG-TEXT
004370       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004380       GO TO 9900-EXIT
004390     END-IF.
004400     MULTIPLY SPL-TIM-START-HH BY 3600 GIVING SPL-TIM-START-SECS.
004410     MULTIPLY SPL-TIM-START-MI BY 60 GIVING SPL-TIM-WORK.
004420     ADD SPL-TIM-WORK SPL-TIM-START-SS TO SPL-TIM-START-SECS.
004430     MULTIPLY SPL-TIM-END-HH BY 3600 GIVING SPL-TIM-END-SECS.
004440     MULTIPLY SPL-TIM-END-MI BY 60 GIVING SPL-TIM-WORK.
004450     ADD SPL-TIM-WORK SPL-TIM-END-SS TO SPL-TIM-END-SECS.
004460     IF SPL-TIM-END-DATE NOT = SPL-TIM-START-DATE
004470       ADD 86400 TO SPL-TIM-END-SECS
004480     END-IF.
004490     MOVE SPACES TO FB-STPT-RECORD.
004500     MOVE "FBSPLIT" TO FB-STPT-PROGRAM.
004510     IF SPL-TIM-BUS-DATE > 0
004520       MOVE SPL-TIM-BUS-DATE TO FB-STPT-BUS-DATE
004530     END-IF.
004540     MOVE SPL-TIM-START-DATE TO FB-STPT-START-DATE.
004550     MOVE SPL-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
004560     MOVE SPL-TIM-END-DATE TO FB-STPT-END-DATE.
004570     MOVE SPL-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
004580     IF SPL-TIM-END-SECS < SPL-TIM-START-SECS
004590       MOVE 0 TO FB-STPT-ELAPSED
004600     ELSE
004610       SUBTRACT SPL-TIM-START-SECS FROM SPL-TIM-END-SECS
004620         GIVING FB-STPT-ELAPSED
004630     END-IF.
004640     MOVE SPL-SPAN TO FB-STPT-RECORDS.
004650     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
004660     WRITE FB-STPT-RECORD.
004670     CLOSE STEPTIME-FILE.
004680 9900-EXIT.
004690     EXIT.
