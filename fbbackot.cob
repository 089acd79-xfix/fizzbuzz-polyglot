000152* 09/02/2026 RDM   VSAMOUT SELECT NOW DECLARES THE CLASS AND
000153*                  RUN-ID ALTERNATE KEYS THE MAIN JOB DEFINES
000154*                  - EVERY OPEN OF THE KSDS MUST MATCH.
002701* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
002702*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
002703*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
002704*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
002705*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
009601* 10/15/2026 RDM   VSAMOUT IS NOW KEYED ON CLIENT PROFILE PLUS I.
009602*                  REBUILT EXTRACT ROWS CARRY THE RECORD'S
009603*                  PROFILE AS A FIFTH COLUMN, AS THE MAIN JOB
009604*                  NOW WRITES THEM (I|CLASS|TEXT|DATE|PROFILE).
000150*----------------------------------------------------------------*
000160
000170 IDENTIFICATION DIVISION.
000310     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS FB-VSAM-FULL-KEY
000342         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000344         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000350         FILE STATUS IS BKO-VSAM-STATUS.
000410     SELECT BACKRPT-FILE ASSIGN TO "BACKRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS BKO-BACKRPT-STATUS.
000432
000434     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000436         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS BKO-MSGLOG-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000620     LABEL RECORDS ARE STANDARD.
000630 01  BKO-REPORT-RECORD         PIC X(80).
000640
000642 FD  MSGLOG-FILE
000644     LABEL RECORDS ARE STANDARD.
000646     COPY FBMSGLOG.
000648
000650 WORKING-STORAGE SECTION.
000660 01  BKO-FILE-STATUSES.
000670     05  BKO-SYSIN-STATUS      PIC X(02) VALUE "00".
000680     05  BKO-VSAM-STATUS       PIC X(02) VALUE "00".
000690     05  BKO-EXTRACT-STATUS    PIC X(02) VALUE "00".
000700     05  BKO-BACKRPT-STATUS    PIC X(02) VALUE "00".
000705     05  BKO-MSGLOG-STATUS     PIC X(02) VALUE "00".
000710
000720 01  BKO-SWITCHES.
000730     05  BKO-VSAM-EOF-SW       PIC X(01) VALUE "N".
000870     05  BKO-CUR-YYYY          PIC 9(04).
000880     05  BKO-CUR-MM            PIC 9(02).
000890     05  BKO-CUR-DD            PIC 9(02).
000891 01  BKO-MSG-DATE.
000892     05  BKO-MSG-YYYY          PIC 9(04).
000893     05  BKO-MSG-MM            PIC 9(02).
000894     05  BKO-MSG-DD            PIC 9(02).
000895 01  BKO-MSG-TIME.
000896     05  BKO-MSG-HH            PIC 9(02).
000897     05  BKO-MSG-MI            PIC 9(02).
000898     05  BKO-MSG-SS            PIC 9(02).
000899     05  BKO-MSG-HS            PIC 9(02).
000900 01  BKO-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
000910
000911*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
000912*    TO SYSOUT AND TO MSGLOG.
000913 01  BKO-MESSAGE-AREA.
000914     05  BKO-MSG-TEXT          PIC X(132) VALUE SPACES.
000915     05  BKO-MSG-LEN           PIC 9(03) VALUE 0.
000916     05  BKO-MSGLOG-SW         PIC X(01) VALUE "N".
000917         88  BKO-MSGLOG-NOT-OPENED     VALUE "N".
000918         88  BKO-MSGLOG-IS-OPEN        VALUE "Y".
000919         88  BKO-MSGLOG-UNAVAILABLE    VALUE "U".
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001130       INTO BKO-RUN-DATE-DISPLAY.
001140     OPEN INPUT SYSIN-FILE.
001150     IF BKO-SYSIN-STATUS NOT = "00"
001155       MOVE "FBBACKOT0001E SYSIN OPEN FAILED - RUN REJECTED"
001160         TO BKO-MSG-TEXT
001165       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001170       MOVE 16 TO RETURN-CODE
001180       GO TO 9999-EXIT
001190     END-IF.
001200     READ SYSIN-FILE
001210       AT END
001215         MOVE "FBBACKOT0002E NO RUN-ID CARD - RUN REJECTED"
001220           TO BKO-MSG-TEXT
001225         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001230         MOVE 16 TO RETURN-CODE
001240         CLOSE SYSIN-FILE
001250         GO TO 9999-EXIT
001260     END-READ.
001270     CLOSE SYSIN-FILE.
001280     IF BKO-PARM-RUN-ID = SPACES
001285       MOVE "FBBACKOT0003E RUN ID IS BLANK - RUN REJECTED"
001290         TO BKO-MSG-TEXT
001295       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001300       MOVE 16 TO RETURN-CODE
001310       GO TO 9999-EXIT
001320     END-IF.
001330     MOVE BKO-PARM-RUN-ID TO BKO-RUN-ID.
001340     OPEN I-O VSAM-FILE.
001350     IF BKO-VSAM-STATUS NOT = "00"
001355       MOVE "FBBACKOT0004E VSAMOUT OPEN FAILED - RUN REJECTED"
001360         TO BKO-MSG-TEXT
001365       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001370       MOVE 16 TO RETURN-CODE
001380       GO TO 9999-EXIT
001390     END-IF.
001400     OPEN OUTPUT EXTRACT-FILE.
001410     IF BKO-EXTRACT-STATUS NOT = "00"
001415       MOVE "FBBACKOT0005E BIEXTRCT OPEN FAILED - RUN REJECTED"
001420         TO BKO-MSG-TEXT
001425       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001430       MOVE 16 TO RETURN-CODE
001440       CLOSE VSAM-FILE
001450       GO TO 9999-EXIT
001460     END-IF.
001470     OPEN OUTPUT BACKRPT-FILE.
001480     IF BKO-BACKRPT-STATUS NOT = "00"
001485       MOVE "FBBACKOT0006E BACKRPT OPEN FAILED - RUN REJECTED"
001490         TO BKO-MSG-TEXT
001495       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001500       MOVE 16 TO RETURN-CODE
001510       CLOSE VSAM-FILE
001520       CLOSE EXTRACT-FILE
002090            FB-VSAM-TEXT(1:BKO-TEXT-LEN)    DELIMITED BY SIZE
002092            "|"                             DELIMITED BY SIZE
002094            BKO-ROW-DATE                    DELIMITED BY SIZE
002096            "|"                             DELIMITED BY SIZE
002098            FB-VSAM-PROFILE                 DELIMITED BY SIZE
002100       INTO BKO-EXTRACT-RECORD.
002110     WRITE BKO-EXTRACT-RECORD.
002120 2200-EXIT.
002600     EXIT.
002610
002620 9999-EXIT.
002622     IF BKO-MSGLOG-IS-OPEN
002624       CLOSE MSGLOG-FILE
002626     END-IF.
002630     STOP RUN.
002640
002650*-----------------------------------------------------------------
002660* 9800-ISSUE-MESSAGE
002670* ISSUES THE MESSAGE BUILT IN BKO-MSG-TEXT: DISPLAYS IT ON
002680* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
002690* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
002700* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
002710* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
002720* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
002730*-----------------------------------------------------------------
002740 9800-ISSUE-MESSAGE.
002750     MOVE 132 TO BKO-MSG-LEN.
002760     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
002770       UNTIL BKO-MSG-LEN = 1
002780         OR BKO-MSG-TEXT(BKO-MSG-LEN:1) NOT = SPACE.
002790     DISPLAY BKO-MSG-TEXT(1:BKO-MSG-LEN).
002800     IF BKO-MSGLOG-NOT-OPENED
002810       OPEN EXTEND MSGLOG-FILE
002820       IF BKO-MSGLOG-STATUS = "00"
002830         SET BKO-MSGLOG-IS-OPEN TO TRUE
002840       ELSE
002850         SET BKO-MSGLOG-UNAVAILABLE TO TRUE
002860         DISPLAY "FBBACKOT0007I MSGLOG NOT AVAILABLE - "
002870             "MESSAGES ON SYSOUT ONLY"
002880       END-IF
002890     END-IF.
002900     IF NOT BKO-MSGLOG-IS-OPEN
002910       GO TO 9800-EXIT
002920     END-IF.
002930     ACCEPT BKO-MSG-DATE FROM DATE YYYYMMDD.
002940     ACCEPT BKO-MSG-TIME FROM TIME.
002950     MOVE SPACES TO FB-MSGL-RECORD.
002960     MOVE "FBBACKOT" TO FB-MSGL-PROGRAM.
002970     MOVE BKO-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
002980     MOVE BKO-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
002990     MOVE BKO-RUN-ID TO FB-MSGL-RUN-ID.
003000     STRING BKO-MSG-MM   DELIMITED BY SIZE
003010            "/"          DELIMITED BY SIZE
003020            BKO-MSG-DD   DELIMITED BY SIZE
003030            "/"          DELIMITED BY SIZE
003040            BKO-MSG-YYYY DELIMITED BY SIZE
003050       INTO FB-MSGL-LOG-DATE.
003060     STRING BKO-MSG-HH   DELIMITED BY SIZE
003070            ":"          DELIMITED BY SIZE
003080            BKO-MSG-MI   DELIMITED BY SIZE
003090            ":"          DELIMITED BY SIZE
003100            BKO-MSG-SS   DELIMITED BY SIZE
003110       INTO FB-MSGL-LOG-TIME.
003120     MOVE BKO-MSG-TEXT(15:) TO FB-MSGL-TEXT.
003130     WRITE FB-MSGL-RECORD.
003140 9800-EXIT.
003150     EXIT.
003160
003170 9810-FIND-MSG-END.
003180     SUBTRACT 1 FROM BKO-MSG-LEN.
003190 9810-EXIT.
003200     EXIT.
