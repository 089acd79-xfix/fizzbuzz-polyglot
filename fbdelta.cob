000232* 09/02/2026 RDM   VSAMPRV SELECT NOW DECLARES THE CLASS AND
000233*                  RUN-ID ALTERNATE KEYS FBARCHIV BUILDS INTO
000234*                  THE ROLLED GENERATION.
000235* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000236*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000237*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000238*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000239*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000240* 10/15/2026 RDM   VSAMOUT AND VSAMPRV ARE NOW KEYED ON CLIENT
000241*                  PROFILE PLUS I; THE MERGE MATCHES ON THE FULL
000242*                  KEY AND EACH DELTA ROW CARRIES THE PROFILE
000243*                  AFTER THE DATE, AS BIEXTRCT NOW DOES -
000244*                  I|CLASS|TEXT|DATE|PROFILE|ACTION.
000245*----------------------------------------------------------------*
000250
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    FBDELTA.
000360     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS FB-VSAM-FULL-KEY
000400         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000410         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000420         FILE STATUS IS DLT-VSAM-STATUS.
000440     SELECT PRIOR-FILE ASSIGN TO "VSAMPRV"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS DLT-PRV-FULL-KEY
000472         ALTERNATE RECORD KEY IS DLT-PRV-CLASS WITH DUPLICATES
000474         ALTERNATE RECORD KEY IS DLT-PRV-RUN-ID WITH DUPLICATES
000480         FILE STATUS IS DLT-PRIOR-STATUS.
000540     SELECT DLTRPT-FILE ASSIGN TO "DLTRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DLT-DLTRPT-STATUS.
000562
000564     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000566         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS DLT-MSGLOG-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000670 FD  PRIOR-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  DLT-PRIOR-RECORD.
000695     05  DLT-PRV-FULL-KEY.
000700         10  DLT-PRV-PROFILE     PIC X(04).
000705         10  DLT-PRV-KEY         PIC 9(09).
000710     05  DLT-PRV-CLASS           PIC X(01).
000720     05  DLT-PRV-TEXT            PIC X(20).
000730     05  DLT-PRV-RUN-ID          PIC X(14).
000740     05  FILLER                  PIC X(32).
000750
000760 FD  DELTA-FILE
000770     LABEL RECORDS ARE STANDARD.
000810     LABEL RECORDS ARE STANDARD.
000820 01  DLT-REPORT-RECORD           PIC X(80).
000830
000832 FD  MSGLOG-FILE
000834     LABEL RECORDS ARE STANDARD.
000836     COPY FBMSGLOG.
000838
000840 WORKING-STORAGE SECTION.
000850 01  DLT-FILE-STATUSES.
000860     05  DLT-VSAM-STATUS         PIC X(02) VALUE "00".
000870     05  DLT-PRIOR-STATUS        PIC X(02) VALUE "00".
000880     05  DLT-DELTA-STATUS        PIC X(02) VALUE "00".
000890     05  DLT-DLTRPT-STATUS       PIC X(02) VALUE "00".
000895     05  DLT-MSGLOG-STATUS       PIC X(02) VALUE "00".
000900
000910 01  DLT-SWITCHES.
000920     05  DLT-CUR-EOF-SW          PIC X(01) VALUE "N".
000970 01  DLT-WORK-FIELDS.
000980     05  DLT-ACTION              PIC X(01) VALUE SPACE.
000990     05  DLT-ROW-KEY             PIC 9(09) VALUE 0.
000995     05  DLT-ROW-PROFILE         PIC X(04) VALUE SPACES.
001000     05  DLT-ROW-CLASS           PIC X(01) VALUE SPACE.
001010     05  DLT-ROW-TEXT            PIC X(20) VALUE SPACES.
001020     05  DLT-ROW-RUN-ID          PIC X(14) VALUE SPACES.
001150     05  DLT-CUR-YYYY            PIC 9(04).
001160     05  DLT-CUR-MM              PIC 9(02).
001170     05  DLT-CUR-DD              PIC 9(02).
001171 01  DLT-MSG-DATE.
001172     05  DLT-MSG-YYYY            PIC 9(04).
001173     05  DLT-MSG-MM              PIC 9(02).
001174     05  DLT-MSG-DD              PIC 9(02).
001175 01  DLT-MSG-TIME.
001176     05  DLT-MSG-HH              PIC 9(02).
001177     05  DLT-MSG-MI              PIC 9(02).
001178     05  DLT-MSG-SS              PIC 9(02).
001179     05  DLT-MSG-HS              PIC 9(02).
001180 01  DLT-RUN-DATE-DISPLAY        PIC X(10) VALUE SPACES.
001190
001191*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001192*    TO SYSOUT AND TO MSGLOG.
001193 01  DLT-MESSAGE-AREA.
001194     05  DLT-MSG-TEXT            PIC X(132) VALUE SPACES.
001195     05  DLT-MSG-LEN             PIC 9(03) VALUE 0.
001196     05  DLT-MSGLOG-SW           PIC X(01) VALUE "N".
001197         88  DLT-MSGLOG-NOT-OPENED       VALUE "N".
001198         88  DLT-MSGLOG-IS-OPEN          VALUE "Y".
001199         88  DLT-MSGLOG-UNAVAILABLE      VALUE "U".
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410       INTO DLT-RUN-DATE-DISPLAY.
001420     OPEN INPUT VSAM-FILE.
001430     IF DLT-VSAM-STATUS NOT = "00"
001435       MOVE "FBDELTA0001E VSAMOUT OPEN FAILED - RUN REJECTED"
001440         TO DLT-MSG-TEXT
001445       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001450       MOVE 16 TO RETURN-CODE
001460       GO TO 9999-EXIT
001470     END-IF.
001480     OPEN INPUT PRIOR-FILE.
001490     IF DLT-PRIOR-STATUS NOT = "00"
001495       MOVE "FBDELTA0002E VSAMPRV OPEN FAILED - RUN REJECTED"
001500         TO DLT-MSG-TEXT
001505       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001510       MOVE 16 TO RETURN-CODE
001520       CLOSE VSAM-FILE
001530       GO TO 9999-EXIT
001540     END-IF.
001550     OPEN OUTPUT DELTA-FILE.
001560     IF DLT-DELTA-STATUS NOT = "00"
001565       MOVE "FBDELTA0003E DELTAOUT OPEN FAILED - RUN REJECTED"
001570         TO DLT-MSG-TEXT
001575       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001580       MOVE 16 TO RETURN-CODE
001590       CLOSE VSAM-FILE
001600       CLOSE PRIOR-FILE
001620     END-IF.
001630     OPEN OUTPUT DLTRPT-FILE.
001640     IF DLT-DLTRPT-STATUS NOT = "00"
001645       MOVE "FBDELTA0004E DLTRPT OPEN FAILED - RUN REJECTED"
001650         TO DLT-MSG-TEXT
001655       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001660       MOVE 16 TO RETURN-CODE
001670       CLOSE VSAM-FILE
001680       CLOSE PRIOR-FILE
001970       PERFORM 2300-READ-CURRENT THRU 2300-EXIT
001980       GO TO 2100-EXIT
001990     END-IF.
002000     IF FB-VSAM-FULL-KEY < DLT-PRV-FULL-KEY
002010       PERFORM 2110-WRITE-ADD THRU 2110-EXIT
002020       PERFORM 2300-READ-CURRENT THRU 2300-EXIT
002030       GO TO 2100-EXIT
002040     END-IF.
002050     IF FB-VSAM-FULL-KEY > DLT-PRV-FULL-KEY
002060       PERFORM 2130-WRITE-DELETE THRU 2130-EXIT
002070       PERFORM 2400-READ-PRIOR THRU 2400-EXIT
002080       GO TO 2100-EXIT
002380     ADD 1 TO DLT-DEL-COUNT.
002390     MOVE "D" TO DLT-ACTION.
002400     MOVE DLT-PRV-KEY    TO DLT-ROW-KEY.
002405     MOVE DLT-PRV-PROFILE TO DLT-ROW-PROFILE.
002410     MOVE DLT-PRV-CLASS  TO DLT-ROW-CLASS.
002420     MOVE DLT-PRV-TEXT   TO DLT-ROW-TEXT.
002430     MOVE DLT-PRV-RUN-ID TO DLT-ROW-RUN-ID.
002470
002480 2140-TAKE-CURRENT-VALUES.
002490     MOVE FB-VSAM-KEY    TO DLT-ROW-KEY.
002495     MOVE FB-VSAM-PROFILE TO DLT-ROW-PROFILE.
002500     MOVE FB-VSAM-CLASS  TO DLT-ROW-CLASS.
002510     MOVE FB-VSAM-TEXT   TO DLT-ROW-TEXT.
002520     MOVE FB-VSAM-RUN-ID TO DLT-ROW-RUN-ID.
002560*-----------------------------------------------------------------
002570* 2150-WRITE-DELTA-ROW
002580* WRITES ONE TRANSACTION ROW IN THE BIEXTRCT COLUMN LAYOUT
002586* WITH THE ACTION CODE APPENDED
002592* (I|CLASS|TEXT|DATE|PROFILE|ACTION).
002600* THE DATE COMES FROM THE DATE PART OF THE ROW'S OWN RUN ID.
002610* AS IN THE EXTRACT, AN OVERRIDE (CLASS "O") ROW CARRIES ITS
002620* WHOLE FORCED TEXT TRIMMED OF TRAILING BLANKS; RULE-BUILT
002910            DLT-ROW-TEXT(1:DLT-TEXT-LEN)    DELIMITED BY SIZE
002920            "|"                             DELIMITED BY SIZE
002930            DLT-ROW-DATE                    DELIMITED BY SIZE
002933            "|"                             DELIMITED BY SIZE
002936            DLT-ROW-PROFILE                 DELIMITED BY SIZE
002940            "|"                             DELIMITED BY SIZE
002950            DLT-ACTION                      DELIMITED BY SIZE
002960       INTO DLT-DELTA-RECORD.
003930     EXIT.
003940
003950 9999-EXIT.
003952     IF DLT-MSGLOG-IS-OPEN
003954       CLOSE MSGLOG-FILE
003956     END-IF.
003960     STOP RUN.
003970
003980*-----------------------------------------------------------------
003990* 9800-ISSUE-MESSAGE
004000* ISSUES THE MESSAGE BUILT IN DLT-MSG-TEXT: DISPLAYS IT ON
004010* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
004020* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
004030* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
004040* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
004050* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
004060*-----------------------------------------------------------------
004070 9800-ISSUE-MESSAGE.
004080     MOVE 132 TO DLT-MSG-LEN.
004090     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
004100       UNTIL DLT-MSG-LEN = 1
004110         OR DLT-MSG-TEXT(DLT-MSG-LEN:1) NOT = SPACE.
004120     DISPLAY DLT-MSG-TEXT(1:DLT-MSG-LEN).
004130     IF DLT-MSGLOG-NOT-OPENED
004140       OPEN EXTEND MSGLOG-FILE
004150       IF DLT-MSGLOG-STATUS = "00"
004160         SET DLT-MSGLOG-IS-OPEN TO TRUE
004170       ELSE
004180         SET DLT-MSGLOG-UNAVAILABLE TO TRUE
004190         DISPLAY "FBDELTA0005I MSGLOG NOT AVAILABLE - "
004200             "MESSAGES ON SYSOUT ONLY"
004210       END-IF
004220     END-IF.
004230     IF NOT DLT-MSGLOG-IS-OPEN
004240       GO TO 9800-EXIT
004250     END-IF.
004260     ACCEPT DLT-MSG-DATE FROM DATE YYYYMMDD.
004270     ACCEPT DLT-MSG-TIME FROM TIME.
004280     MOVE SPACES TO FB-MSGL-RECORD.
004290     MOVE "FBDELTA" TO FB-MSGL-PROGRAM.
004300     MOVE DLT-MSG-TEXT(1:11) TO FB-MSGL-MSG-ID.
004310     MOVE DLT-MSG-TEXT(12:1) TO FB-MSGL-SEVERITY.
004320     STRING DLT-MSG-MM   DELIMITED BY SIZE
004330            "/"          DELIMITED BY SIZE
004340            DLT-MSG-DD   DELIMITED BY SIZE
004350            "/"          DELIMITED BY SIZE
004360            DLT-MSG-YYYY DELIMITED BY SIZE
004370       INTO FB-MSGL-LOG-DATE.
004380     STRING DLT-MSG-HH   DELIMITED BY SIZE
004390            ":"          DELIMITED BY SIZE
004400            DLT-MSG-MI   DELIMITED BY SIZE
004410            ":"          DELIMITED BY SIZE
004420            DLT-MSG-SS   DELIMITED BY SIZE
004430       INTO FB-MSGL-LOG-TIME.
004440     MOVE DLT-MSG-TEXT(14:) TO FB-MSGL-TEXT.
004450     WRITE FB-MSGL-RECORD.
004460 9800-EXIT.
004470     EXIT.
004480
004490 9810-FIND-MSG-END.
004500     SUBTRACT 1 FROM DLT-MSG-LEN.
004510 9810-EXIT.
004520     EXIT.
