000158*                  OF THE FRONT-TO-BACK FILE SCAN THE SERVICE
000159*                  DESK AND AUDIT USED TO NEED. ANSWER LINES
000160*                  NOW ALSO SHOW THE WRITING RUN'S RUN ID.
000161* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000162*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000163*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000164*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000165*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000166* 10/15/2026 RDM   VSAMOUT IS NOW KEYED ON CLIENT PROFILE PLUS I.
000167*                  EVERY REQUEST CARD TAKES A PROFILE CODE IN
000168*                  COLS 21-24: KEY AND RANGE CARDS READ THAT
000169*                  PROFILE'S KEYS (BLANK IS THE BASE PROFILE);
000170*                  CLASS AND RUN CARDS ARE LIMITED TO IT WHEN
000171*                  GIVEN AND COVER EVERY PROFILE WHEN BLANK.
000172*                  ANSWER LINES SHOW THE PROFILE.
000173*----------------------------------------------------------------*
000174
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.    FBLOOKUP.
000200 AUTHOR.        R D MARKHAM.
000320     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS FB-VSAM-FULL-KEY
000352         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000354         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000360         FILE STATUS IS LKP-VSAM-STATUS.
000380     SELECT LKPRPT-FILE ASSIGN TO "LKPRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS LKP-LKPRPT-STATUS.
000402
000404     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000406         ORGANIZATION IS LINE SEQUENTIAL
000408         FILE STATUS IS LKP-MSGLOG-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000470     05  LKP-REQ-FROM          PIC X(09).
000480     05  FILLER                PIC X(01).
000490     05  LKP-REQ-THRU          PIC X(09).
000491     05  FILLER                PIC X(01).
000492     05  LKP-REQ-PROFILE       PIC X(04).
000493     05  FILLER                PIC X(56).
000494*    SECOND VIEW OF THE SAME CARD FOR THE ALTERNATE-KEY
000495*    INQUIRIES: "C" IN COL 1 WITH A CLASS CODE IN COL 3, OR
000496*    "R" IN COL 1 WITH A RUN ID IN COLS 3-16. THE PROFILE IN
000497*    COLS 21-24 IS COMMON TO BOTH VIEWS.
000505 01  LKP-ALT-REQUEST.
000506     05  LKP-REQ-TYPE          PIC X(01).
000507         88  LKP-REQ-BY-CLASS          VALUE "C".
000570     LABEL RECORDS ARE STANDARD.
000580 01  LKP-REPORT-RECORD         PIC X(80).
000590
000592 FD  MSGLOG-FILE
000594     LABEL RECORDS ARE STANDARD.
000596     COPY FBMSGLOG.
000598
000600 WORKING-STORAGE SECTION.
000610 01  LKP-FILE-STATUSES.
000620     05  LKP-LKPREQ-STATUS     PIC X(02) VALUE "00".
000630     05  LKP-VSAM-STATUS       PIC X(02) VALUE "00".
000640     05  LKP-LKPRPT-STATUS     PIC X(02) VALUE "00".
000645     05  LKP-MSGLOG-STATUS     PIC X(02) VALUE "00".
000650
000660 01  LKP-SWITCHES.
000670     05  LKP-REQ-EOF-SW        PIC X(01) VALUE "N".
000720 01  LKP-WORK-FIELDS.
000730     05  LKP-FROM-KEY          PIC 9(09) VALUE 0.
000740     05  LKP-THRU-KEY          PIC 9(09) VALUE 0.
000745     05  LKP-PROFILE           PIC X(04) VALUE SPACES.
000750
000760 01  LKP-COUNTERS.
000770     05  LKP-FOUND-COUNT       PIC 9(09) VALUE 0.
000880     05  LKP-CUR-YYYY          PIC 9(04).
000890     05  LKP-CUR-MM            PIC 9(02).
000900     05  LKP-CUR-DD            PIC 9(02).
000901 01  LKP-MSG-DATE.
000902     05  LKP-MSG-YYYY          PIC 9(04).
000903     05  LKP-MSG-MM            PIC 9(02).
000904     05  LKP-MSG-DD            PIC 9(02).
000905 01  LKP-MSG-TIME.
000906     05  LKP-MSG-HH            PIC 9(02).
000907     05  LKP-MSG-MI            PIC 9(02).
000908     05  LKP-MSG-SS            PIC 9(02).
000909     05  LKP-MSG-HS            PIC 9(02).
000910 01  LKP-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
000920
000921*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
000922*    TO SYSOUT AND TO MSGLOG.
000923 01  LKP-MESSAGE-AREA.
000924     05  LKP-MSG-TEXT          PIC X(132) VALUE SPACES.
000925     05  LKP-MSG-LEN           PIC 9(03) VALUE 0.
000926     05  LKP-MSGLOG-SW         PIC X(01) VALUE "N".
000927         88  LKP-MSGLOG-NOT-OPENED     VALUE "N".
000928         88  LKP-MSGLOG-IS-OPEN        VALUE "Y".
000929         88  LKP-MSGLOG-UNAVAILABLE    VALUE "U".
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130       INTO LKP-RUN-DATE-DISPLAY.
001140     OPEN INPUT LKPREQ-FILE.
001150     IF LKP-LKPREQ-STATUS NOT = "00"
001155       MOVE "FBLOOKUP0001E LKPREQ OPEN FAILED - RUN REJECTED"
001160         TO LKP-MSG-TEXT
001165       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001170       MOVE 16 TO RETURN-CODE
001180       GO TO 9999-EXIT
001190     END-IF.
001200     OPEN INPUT VSAM-FILE.
001210     IF LKP-VSAM-STATUS NOT = "00"
001215       MOVE "FBLOOKUP0002E VSAMOUT OPEN FAILED - RUN REJECTED"
001220         TO LKP-MSG-TEXT
001225       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001230       MOVE 16 TO RETURN-CODE
001240       CLOSE LKPREQ-FILE
001250       GO TO 9999-EXIT
001260     END-IF.
001270     OPEN OUTPUT LKPRPT-FILE.
001280     IF LKP-LKPRPT-STATUS NOT = "00"
001285       MOVE "FBLOOKUP0003E LKPRPT OPEN FAILED - RUN REJECTED"
001290         TO LKP-MSG-TEXT
001295       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001300       MOVE 16 TO RETURN-CODE
001310       CLOSE LKPREQ-FILE
001320       CLOSE VSAM-FILE
001710* (OR RANGE FROM-KEY) AND COLS 11-19, WHEN NOT BLANK, CARRY
001720* THE RANGE THRU-KEY. A NON-NUMERIC KEY CARD IS LISTED ON THE
001730* REPORT AND COUNTED AS NOT FOUND.
001735* COLS 21-24 CARRY THE CLIENT PROFILE FOR EVERY CARD TYPE.
001740*-----------------------------------------------------------------
001750 2100-PROCESS-ONE-CARD.
001760     READ LKPREQ-FILE
001790         GO TO 2100-EXIT
001800     END-READ.
001810     ADD 1 TO LKP-CARD-COUNT.
001811     MOVE LKP-REQ-PROFILE TO LKP-PROFILE.
001812     IF LKP-REQ-BY-CLASS
001813       PERFORM 2160-LOOKUP-BY-CLASS THRU 2160-EXIT
001814       GO TO 2100-EXIT
002180* CLASS AND TEXT; A MISS PRINTS A NOT FOUND LINE.
002190*-----------------------------------------------------------------
002200 2110-LOOKUP-SINGLE.
002205     MOVE LKP-PROFILE TO FB-VSAM-PROFILE.
002210     MOVE LKP-FROM-KEY TO FB-VSAM-KEY.
002220     READ VSAM-FILE
002230       INVALID KEY
002310*-----------------------------------------------------------------
002320* 2120-LOOKUP-RANGE
002330* POSITIONS VSAMOUT AT THE FIRST KEY NOT LESS THAN THE RANGE
002340* FROM-KEY AND READS FORWARD UNTIL THE KEY PASSES THE THRU-KEY
002350* OR LEAVES THE PROFILE, PRINTING EVERY HIT. A RANGE WITH NO
002360* HITS AT ALL PRINTS ONE NOT FOUND LINE FOR THE RANGE.
002370*-----------------------------------------------------------------
002380 2120-LOOKUP-RANGE.
002390     MOVE "N" TO LKP-RANGE-HIT-SW.
002395     MOVE LKP-PROFILE TO FB-VSAM-PROFILE.
002400     MOVE LKP-FROM-KEY TO FB-VSAM-KEY.
002410     START VSAM-FILE KEY IS NOT LESS THAN FB-VSAM-FULL-KEY
002420       INVALID KEY
002430         PERFORM 2150-PRINT-RANGE-NOT-FOUND THRU 2150-EXIT
002440         GO TO 2120-EXIT
002580     END-READ.
002590     IF LKP-VSAM-STATUS = "00"
002600       IF FB-VSAM-KEY > LKP-THRU-KEY
002605         OR FB-VSAM-PROFILE NOT = LKP-PROFILE
002610         MOVE "10" TO LKP-VSAM-STATUS
002620       ELSE
002630         SET LKP-RANGE-HAD-A-HIT TO TRUE
002820            FB-VSAM-TEXT    DELIMITED BY SIZE
002822            "  RUN "        DELIMITED BY SIZE
002824            FB-VSAM-RUN-ID  DELIMITED BY SIZE
002826            "  PRF "        DELIMITED BY SIZE
002828            FB-VSAM-PROFILE DELIMITED BY SIZE
002830       INTO LKP-DETAIL-LINE.
002840     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002850     ADD 1 TO LKP-FOUND-COUNT.
002860 2130-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900* 2160-LOOKUP-BY-CLASS
002910* POSITIONS VSAMOUT ON THE CLASS ALTERNATE KEY AND READS EVERY
002920* RECORD CARRYING THE REQUESTED CLASSIFICATION ("LIST EVERY
002930* OVERRIDDEN VALUE THIS CYCLE" IS ONE KEYED RETRIEVAL, NOT A
002940* FILE SCAN). DUPLICATE-KEY READS RETURN STATUS 02 - BOTH 00
002950* AND 02 ARE GOOD READS HERE.
002960*-----------------------------------------------------------------
002970 2160-LOOKUP-BY-CLASS.
002980     IF LKP-REQ-CLASS = SPACE
002990       MOVE "CLASS REQUEST WITH NO CLASS CODE - CARD REJECTED"
003000         TO LKP-DETAIL-LINE
003010       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
003020       ADD 1 TO LKP-NOTFND-COUNT
003030       GO TO 2160-EXIT
003040     END-IF.
003050     MOVE "N" TO LKP-RANGE-HIT-SW.
003060     MOVE "N" TO LKP-SCAN-DONE-SW.
003070     MOVE LKP-REQ-CLASS TO FB-VSAM-CLASS.
003080     START VSAM-FILE KEY IS = FB-VSAM-CLASS
003090       INVALID KEY
003100         PERFORM 2180-PRINT-CLASS-NOT-FOUND THRU 2180-EXIT
003110         GO TO 2160-EXIT
003120     END-START.
003130     PERFORM 2165-READ-NEXT-IN-CLASS THRU 2165-EXIT
003140       UNTIL LKP-SCAN-IS-DONE.
003150     IF NOT LKP-RANGE-HAD-A-HIT
003160       PERFORM 2180-PRINT-CLASS-NOT-FOUND THRU 2180-EXIT
003170     END-IF.
003180 2160-EXIT.
003190     EXIT.
003200
003210 2165-READ-NEXT-IN-CLASS.
003220     READ VSAM-FILE NEXT RECORD
003230       AT END
003240         SET LKP-SCAN-IS-DONE TO TRUE
003250         GO TO 2165-EXIT
003260     END-READ.
003270     IF LKP-VSAM-STATUS NOT = "00" AND LKP-VSAM-STATUS NOT = "02"
003280       SET LKP-SCAN-IS-DONE TO TRUE
003290       GO TO 2165-EXIT
003300     END-IF.
003310     IF FB-VSAM-CLASS NOT = LKP-REQ-CLASS
003320       SET LKP-SCAN-IS-DONE TO TRUE
003330       GO TO 2165-EXIT
003340     END-IF.
003350     IF LKP-PROFILE NOT = SPACES
003360       AND FB-VSAM-PROFILE NOT = LKP-PROFILE
003370       GO TO 2165-EXIT
003380     END-IF.
002807     SET LKP-RANGE-HAD-A-HIT TO TRUE.
002808     PERFORM 2130-PRINT-ANSWER THRU 2130-EXIT.
002809 2165-EXIT.
002854       SET LKP-SCAN-IS-DONE TO TRUE
002855       GO TO 2175-EXIT
002856     END-IF.
002857     IF LKP-PROFILE NOT = SPACES
002858       AND FB-VSAM-PROFILE NOT = LKP-PROFILE
002859       GO TO 2175-EXIT
002860     END-IF.
002861     SET LKP-RANGE-HAD-A-HIT TO TRUE.
002862     PERFORM 2130-PRINT-ANSWER THRU 2130-EXIT.
002863 2175-EXIT.
002864     EXIT.
002865
002866 2180-PRINT-CLASS-NOT-FOUND.
002867     MOVE SPACES TO LKP-DETAIL-LINE.
002868     STRING "CLASS "        DELIMITED BY SIZE
002869            LKP-REQ-CLASS   DELIMITED BY SIZE
002870            "  *** NOT FOUND ***" DELIMITED BY SIZE
002871       INTO LKP-DETAIL-LINE.
002872     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002873     ADD 1 TO LKP-NOTFND-COUNT.
002874 2180-EXIT.
002875     EXIT.
002876
002877 2190-PRINT-RUN-NOT-FOUND.
002878     MOVE SPACES TO LKP-DETAIL-LINE.
002879     STRING "RUN "          DELIMITED BY SIZE
002880            LKP-REQ-RUN-ID  DELIMITED BY SIZE
002881            "  *** NOT FOUND ***" DELIMITED BY SIZE
002882       INTO LKP-DETAIL-LINE.
002883     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002884     ADD 1 TO LKP-NOTFND-COUNT.
002885 2190-EXIT.
002886     EXIT.
002887
002890 2140-PRINT-NOT-FOUND.
002900     MOVE SPACES TO LKP-DETAIL-LINE.
002910     STRING "KEY "          DELIMITED BY SIZE
002920            LKP-FROM-KEY    DELIMITED BY SIZE
002923            "  PRF "        DELIMITED BY SIZE
002926            LKP-PROFILE     DELIMITED BY SIZE
002930            "  *** NOT FOUND ***" DELIMITED BY SIZE
002940       INTO LKP-DETAIL-LINE.
002950     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003030            LKP-FROM-KEY    DELIMITED BY SIZE
003040            " THRU "        DELIMITED BY SIZE
003050            LKP-THRU-KEY    DELIMITED BY SIZE
003053            "  PRF "        DELIMITED BY SIZE
003056            LKP-PROFILE     DELIMITED BY SIZE
003060            "  *** NOT FOUND ***" DELIMITED BY SIZE
003070       INTO LKP-DETAIL-LINE.
003080     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003550     EXIT.
003560
003570 9999-EXIT.
003572     IF LKP-MSGLOG-IS-OPEN
003574       CLOSE MSGLOG-FILE
003576     END-IF.
003580     STOP RUN.
003590
003600*-----------------------------------------------------------------
003610* 9800-ISSUE-MESSAGE
003620* ISSUES THE MESSAGE BUILT IN LKP-MSG-TEXT: DISPLAYS IT ON
003630* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
003640* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
003650* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
003660* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
003670* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
003680*-----------------------------------------------------------------
003690 9800-ISSUE-MESSAGE.
003700     MOVE 132 TO LKP-MSG-LEN.
003710     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
003720       UNTIL LKP-MSG-LEN = 1
003730         OR LKP-MSG-TEXT(LKP-MSG-LEN:1) NOT = SPACE.
003740     DISPLAY LKP-MSG-TEXT(1:LKP-MSG-LEN).
003750     IF LKP-MSGLOG-NOT-OPENED
003760       OPEN EXTEND MSGLOG-FILE
003770       IF LKP-MSGLOG-STATUS = "00"
003780         SET LKP-MSGLOG-IS-OPEN TO TRUE
003790       ELSE
003800         SET LKP-MSGLOG-UNAVAILABLE TO TRUE
003810         DISPLAY "FBLOOKUP0004I MSGLOG NOT AVAILABLE - "
003820             "MESSAGES ON SYSOUT ONLY"
003830       END-IF
003840     END-IF.
003850     IF NOT LKP-MSGLOG-IS-OPEN
003860       GO TO 9800-EXIT
003870     END-IF.
003880     ACCEPT LKP-MSG-DATE FROM DATE YYYYMMDD.
003890     ACCEPT LKP-MSG-TIME FROM TIME.
003900     MOVE SPACES TO FB-MSGL-RECORD.
003910     MOVE "FBLOOKUP" TO FB-MSGL-PROGRAM.
003920     MOVE LKP-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
003930     MOVE LKP-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
003940     STRING LKP-MSG-MM   DELIMITED BY SIZE
003950            "/"          DELIMITED BY SIZE
003960            LKP-MSG-DD   DELIMITED BY SIZE
003970            "/"          DELIMITED BY SIZE
003980            LKP-MSG-YYYY DELIMITED BY SIZE
003990       INTO FB-MSGL-LOG-DATE.
004000     STRING LKP-MSG-HH   DELIMITED BY SIZE
004010            ":"          DELIMITED BY SIZE
004020            LKP-MSG-MI   DELIMITED BY SIZE
004030            ":"          DELIMITED BY SIZE
004040            LKP-MSG-SS   DELIMITED BY SIZE
004050       INTO FB-MSGL-LOG-TIME.
004060     MOVE LKP-MSG-TEXT(15:) TO FB-MSGL-TEXT.
004070     WRITE FB-MSGL-RECORD.
004080 9800-EXIT.
004090     EXIT.
004100
004110 9810-FIND-MSG-END.
004120     SUBTRACT 1 FROM LKP-MSG-LEN.
004130 9810-EXIT.
004140     EXIT.
