000150*                  A MISSING OR BLANK CARD REPORTS THE WHOLE
000160*                  LOG. REPLACES THE MONTH-END HAND REKEYING
000170*                  OF THE LOG INTO A SPREADSHEET.
000171* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000172*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000173*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000174*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000175*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000180*----------------------------------------------------------------*
000190
000200 IDENTIFICATION DIVISION.
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS AUD-AUDRPT-STATUS.
000410
000412     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS AUD-MSGLOG-STATUS.
000418
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SYSIN-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  AUD-REPORT-RECORD         PIC X(80).
000590
000592 FD  MSGLOG-FILE
000594     LABEL RECORDS ARE STANDARD.
000596     COPY FBMSGLOG.
000598
000600 WORKING-STORAGE SECTION.
000610 01  AUD-FILE-STATUSES.
000620     05  AUD-SYSIN-STATUS      PIC X(02) VALUE "00".
000630     05  AUD-AUDIT-STATUS      PIC X(02) VALUE "00".
000640     05  AUD-AUDRPT-STATUS     PIC X(02) VALUE "00".
000645     05  AUD-MSGLOG-STATUS     PIC X(02) VALUE "00".
000650
000660 01  AUD-SWITCHES.
000670     05  AUD-LOG-EOF-SW        PIC X(01) VALUE "N".
001580     05  AUD-CUR-YYYY          PIC 9(04).
001590     05  AUD-CUR-MM            PIC 9(02).
001600     05  AUD-CUR-DD            PIC 9(02).
001601 01  AUD-MSG-DATE.
001602     05  AUD-MSG-YYYY          PIC 9(04).
001603     05  AUD-MSG-MM            PIC 9(02).
001604     05  AUD-MSG-DD            PIC 9(02).
001605 01  AUD-MSG-TIME.
001606     05  AUD-MSG-HH            PIC 9(02).
001607     05  AUD-MSG-MI            PIC 9(02).
001608     05  AUD-MSG-SS            PIC 9(02).
001609     05  AUD-MSG-HS            PIC 9(02).
001610 01  AUD-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001620
001621*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001622*    TO SYSOUT AND TO MSGLOG.
001623 01  AUD-MESSAGE-AREA.
001624     05  AUD-MSG-TEXT          PIC X(132) VALUE SPACES.
001625     05  AUD-MSG-LEN           PIC 9(03) VALUE 0.
001626     05  AUD-MSGLOG-SW         PIC X(01) VALUE "N".
001627         88  AUD-MSGLOG-NOT-OPENED     VALUE "N".
001628         88  AUD-MSGLOG-IS-OPEN        VALUE "Y".
001629         88  AUD-MSGLOG-UNAVAILABLE    VALUE "U".
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 1100-READ-DATE-CARD THRU 1100-EXIT.
001840     OPEN INPUT AUDIT-FILE.
001850     IF AUD-AUDIT-STATUS NOT = "00"
001855       MOVE "FBAUDRPT0001E AUDITLOG OPEN FAILED - RUN REJECTED"
001860         TO AUD-MSG-TEXT
001865       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001870       MOVE 16 TO RETURN-CODE
001880       GO TO 9999-EXIT
001890     END-IF.
001900     OPEN OUTPUT AUDRPT-FILE.
001910     IF AUD-AUDRPT-STATUS NOT = "00"
001915       MOVE "FBAUDRPT0002E AUDRPT OPEN FAILED - RUN REJECTED"
001920         TO AUD-MSG-TEXT
001925       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001930       MOVE 16 TO RETURN-CODE
001940       CLOSE AUDIT-FILE
001950       GO TO 9999-EXIT
002170     END-READ.
002180     IF AUD-CARD-FROM NOT = SPACES
002190       IF AUD-CARD-FROM NOT NUMERIC
002195         MOVE "FBAUDRPT0003E FROM DATE NOT NUMERIC - REJECTED"
002200           TO AUD-MSG-TEXT
002205         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002210         MOVE 16 TO RETURN-CODE
002220         CLOSE SYSIN-FILE
002230         GO TO 9999-EXIT
002290     END-IF.
002300     IF AUD-CARD-THRU NOT = SPACES
002310       IF AUD-CARD-THRU NOT NUMERIC
002315         MOVE "FBAUDRPT0004E THRU DATE NOT NUMERIC - REJECTED"
002320           TO AUD-MSG-TEXT
002325         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002330         MOVE 16 TO RETURN-CODE
002340         CLOSE SYSIN-FILE
002350         GO TO 9999-EXIT
005810     EXIT.
005820
005830 9999-EXIT.
005832     IF AUD-MSGLOG-IS-OPEN
005834       CLOSE MSGLOG-FILE
005836     END-IF.
005840     STOP RUN.
005850
005860*-----------------------------------------------------------------
005870* 9800-ISSUE-MESSAGE
005880* ISSUES THE MESSAGE BUILT IN AUD-MSG-TEXT: DISPLAYS IT ON
005890* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
005900* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
005910* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
005920* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
005930* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
005940*-----------------------------------------------------------------
005950 9800-ISSUE-MESSAGE.
005960     MOVE 132 TO AUD-MSG-LEN.
005970     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
005980       UNTIL AUD-MSG-LEN = 1
005990         OR AUD-MSG-TEXT(AUD-MSG-LEN:1) NOT = SPACE.
006000     DISPLAY AUD-MSG-TEXT(1:AUD-MSG-LEN).
006010     IF AUD-MSGLOG-NOT-OPENED
006020       OPEN EXTEND MSGLOG-FILE
006030       IF AUD-MSGLOG-STATUS = "00"
006040         SET AUD-MSGLOG-IS-OPEN TO TRUE
006050       ELSE
006060         SET AUD-MSGLOG-UNAVAILABLE TO TRUE
006070         DISPLAY "FBAUDRPT0005I MSGLOG NOT AVAILABLE - "
006080             "MESSAGES ON SYSOUT ONLY"
006090       END-IF
006100     END-IF.
006110     IF NOT AUD-MSGLOG-IS-OPEN
006120       GO TO 9800-EXIT
006130     END-IF.
006140     ACCEPT AUD-MSG-DATE FROM DATE YYYYMMDD.
006150     ACCEPT AUD-MSG-TIME FROM TIME.
006160     MOVE SPACES TO FB-MSGL-RECORD.
006170     MOVE "FBAUDRPT" TO FB-MSGL-PROGRAM.
006180     MOVE AUD-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
006190     MOVE AUD-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
006200     STRING AUD-MSG-MM   DELIMITED BY SIZE
006210            "/"          DELIMITED BY SIZE
006220            AUD-MSG-DD   DELIMITED BY SIZE
006230            "/"          DELIMITED BY SIZE
006240            AUD-MSG-YYYY DELIMITED BY SIZE
006250       INTO FB-MSGL-LOG-DATE.
006260     STRING AUD-MSG-HH   DELIMITED BY SIZE
006270            ":"          DELIMITED BY SIZE
006280            AUD-MSG-MI   DELIMITED BY SIZE
006290            ":"          DELIMITED BY SIZE
006300            AUD-MSG-SS   DELIMITED BY SIZE
006310       INTO FB-MSGL-LOG-TIME.
006320     MOVE AUD-MSG-TEXT(15:) TO FB-MSGL-TEXT.
006330     WRITE FB-MSGL-RECORD.
006340 9800-EXIT.
006350     EXIT.
006360
006370 9810-FIND-MSG-END.
006380     SUBTRACT 1 FROM AUD-MSG-LEN.
006390 9810-EXIT.
006400     EXIT.
