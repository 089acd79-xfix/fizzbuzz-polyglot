000250*                  LINES ARE NOT REPRODUCIBLE FROM THE KSDS AND
000260*                  ARE LEFT OFF. OUTPUT GOES TO REPRINT, NEVER
000270*                  TO THE LIVE RPTOUT. RC 8 WHEN THE CYCLE LEFT
000271*                  NO RECORDS TO REPRINT.
000272* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000273*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000274*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000275*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000276*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000277* 10/15/2026 RDM   VSAMOUT IS NOW KEYED ON CLIENT PROFILE PLUS I.
000278*                  THE REQUEST CARD NAMES THE PROFILE TO REPRINT
000279*                  IN COLS 18-21 (BLANK IS THE BASE PROFILE) AND
000280*                  THE RANGE HEADING SHOWS IT, AS THE MAIN JOB'S
000281*                  DOES. ONE PROFILE IS REPRINTED PER RUN.
000290*----------------------------------------------------------------*
000300
000310 IDENTIFICATION DIVISION.
000450     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS FB-VSAM-FULL-KEY
000490         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000510         FILE STATUS IS REP-VSAM-STATUS.
000530     SELECT REPRINT-FILE ASSIGN TO "REPRINT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS REP-REPRINT-STATUS.
000552
000554     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000556         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS REP-MSGLOG-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000640         88  REP-REQ-BY-DATE           VALUE "D".
000650     05  FILLER                PIC X(01).
000660     05  REP-REQ-ARG           PIC X(14).
000665     05  FILLER                PIC X(01).
000670     05  REP-REQ-PROFILE       PIC X(04).
000675     05  FILLER                PIC X(59).
000680
000690 FD  VSAM-FILE
000700     LABEL RECORDS ARE STANDARD.
000740     LABEL RECORDS ARE STANDARD.
000750 01  REP-REPORT-RECORD         PIC X(80).
000760
000762 FD  MSGLOG-FILE
000764     LABEL RECORDS ARE STANDARD.
000766     COPY FBMSGLOG.
000768
000770 WORKING-STORAGE SECTION.
000780 01  REP-FILE-STATUSES.
000790     05  REP-SYSIN-STATUS      PIC X(02) VALUE "00".
000800     05  REP-VSAM-STATUS       PIC X(02) VALUE "00".
000810     05  REP-REPRINT-STATUS    PIC X(02) VALUE "00".
000815     05  REP-MSGLOG-STATUS     PIC X(02) VALUE "00".
000820
000830 01  REP-SWITCHES.
000840     05  REP-VSAM-EOF-SW       PIC X(01) VALUE "N".
000930     05  REP-WANT-DATE         PIC X(08) VALUE SPACES.
000940     05  REP-FIRST-KEY         PIC 9(09) VALUE 0.
000950     05  REP-LAST-KEY          PIC 9(09) VALUE 0.
000953     05  REP-WANT-PROFILE      PIC X(04) VALUE SPACES.
000956     05  REP-PROFILE-DISPLAY   PIC X(06) VALUE SPACES.
000960
000970 01  REP-CONTROL-TOTALS.
000980     05  REP-TALLY-SINGLE      PIC 9(09) VALUE 0.
001090     05  REP-PAGE-COUNT        PIC 9(07) VALUE 0.
001100     05  REP-DETAIL-LINE       PIC X(80) VALUE SPACES.
001110
001111 01  REP-MSG-DATE.
001112     05  REP-MSG-YYYY          PIC 9(04).
001113     05  REP-MSG-MM            PIC 9(02).
001114     05  REP-MSG-DD            PIC 9(02).
001115 01  REP-MSG-TIME.
001116     05  REP-MSG-HH            PIC 9(02).
001117     05  REP-MSG-MI            PIC 9(02).
001118     05  REP-MSG-SS            PIC 9(02).
001119     05  REP-MSG-HS            PIC 9(02).
001120 01  REP-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001130
001131*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001132*    TO SYSOUT AND TO MSGLOG.
001133 01  REP-MESSAGE-AREA.
001134     05  REP-MSG-TEXT          PIC X(132) VALUE SPACES.
001135     05  REP-MSG-LEN           PIC 9(03) VALUE 0.
001136     05  REP-MSGLOG-SW         PIC X(01) VALUE "N".
001137         88  REP-MSGLOG-NOT-OPENED     VALUE "N".
001138         88  REP-MSGLOG-IS-OPEN        VALUE "Y".
001139         88  REP-MSGLOG-UNAVAILABLE    VALUE "U".
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230* 1000-INITIALIZE
001240* READS THE REQUEST CARD AND OPENS THE REPRINT FILE. "R" NAMES
001250* A RUN ID; "D" NAMES A BUSINESS DATE, MATCHED AGAINST THE
001256* DATE PART OF EACH RECORD'S RUN ID. COLS 18-21 NAME THE
001262* CLIENT PROFILE.
001270*-----------------------------------------------------------------
001280 1000-INITIALIZE.
001290     OPEN INPUT SYSIN-FILE.
001300     IF REP-SYSIN-STATUS NOT = "00"
001305       MOVE "FBREPRNT0001E SYSIN OPEN FAILED - RUN REJECTED"
001310         TO REP-MSG-TEXT
001315       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001320       MOVE 16 TO RETURN-CODE
001330       GO TO 9999-EXIT
001340     END-IF.
001350     READ SYSIN-FILE
001360       AT END
001365         MOVE "FBREPRNT0002E NO REQUEST CARD - RUN REJECTED"
001370           TO REP-MSG-TEXT
001375         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001380         MOVE 16 TO RETURN-CODE
001390         CLOSE SYSIN-FILE
001400         GO TO 9999-EXIT
001410     END-READ.
001420     CLOSE SYSIN-FILE.
001421     MOVE REP-REQ-PROFILE TO REP-WANT-PROFILE.
001422     IF REP-WANT-PROFILE = SPACES
001423       MOVE "(BASE)" TO REP-PROFILE-DISPLAY
001424     ELSE
001425       MOVE REP-WANT-PROFILE TO REP-PROFILE-DISPLAY
001426     END-IF.
001430     IF REP-REQ-BY-RUN
001440       IF REP-REQ-ARG = SPACES
001445         MOVE "FBREPRNT0003E RUN ID IS BLANK - RUN REJECTED"
001450           TO REP-MSG-TEXT
001455         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001460         MOVE 16 TO RETURN-CODE
001470         GO TO 9999-EXIT
001480       END-IF
001500     ELSE
001510       IF REP-REQ-BY-DATE
001520         IF REP-REQ-ARG(1:8) NOT NUMERIC
001524           MOVE SPACES TO REP-MSG-TEXT
001528           STRING "FBREPRNT0004E BUSINESS DATE INVALID - RUN "
001532                                                 DELIMITED BY SIZE
001536                  "REJECTED"                     DELIMITED BY SIZE
001540             INTO REP-MSG-TEXT
001544           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001550           MOVE 16 TO RETURN-CODE
001560           GO TO 9999-EXIT
001570         END-IF
001590         MOVE REP-REQ-ARG(1:2) TO REP-WANT-DATE(5:2)
001600         MOVE REP-REQ-ARG(3:2) TO REP-WANT-DATE(7:2)
001610       ELSE
001614         MOVE SPACES TO REP-MSG-TEXT
001618         STRING "FBREPRNT0005E REQUEST TYPE MUST BE R OR D - "
001622                                                 DELIMITED BY SIZE
001626                "RUN REJECTED"                   DELIMITED BY SIZE
001630           INTO REP-MSG-TEXT
001634         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001640         MOVE 16 TO RETURN-CODE
001650         GO TO 9999-EXIT
001660       END-IF
001670     END-IF.
001680     OPEN OUTPUT REPRINT-FILE.
001690     IF REP-REPRINT-STATUS NOT = "00"
001694       MOVE SPACES TO REP-MSG-TEXT
001698       STRING "FBREPRNT0006E REPRINT OPEN FAILED - RUN "
001702                                                 DELIMITED BY SIZE
001706              "REJECTED"                         DELIMITED BY SIZE
001710         INTO REP-MSG-TEXT
001714       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001720       MOVE 16 TO RETURN-CODE
001730       GO TO 9999-EXIT
001740     END-IF.
001860 2000-SCAN-FOR-RANGE.
001870     OPEN INPUT VSAM-FILE.
001880     IF REP-VSAM-STATUS NOT = "00"
001884       MOVE SPACES TO REP-MSG-TEXT
001888       STRING "FBREPRNT0007E VSAMOUT OPEN FAILED - RUN "
001892                                                 DELIMITED BY SIZE
001896              "REJECTED"                         DELIMITED BY SIZE
001900         INTO REP-MSG-TEXT
001904       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001910       MOVE 16 TO RETURN-CODE
001920       CLOSE REPRINT-FILE
001930       GO TO 9999-EXIT
001990       MOVE "*** CYCLE LEFT NO RECORDS TO REPRINT ***"
002000         TO REP-REPORT-RECORD
002010       WRITE REP-REPORT-RECORD
002014       MOVE SPACES TO REP-MSG-TEXT
002018       STRING "FBREPRNT0008E NO RECORDS MATCH THE REQUEST - "
002022                                                 DELIMITED BY SIZE
002026              "NOTHING REPRINTED"                DELIMITED BY SIZE
002030         INTO REP-MSG-TEXT
002034       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002040       MOVE 8 TO RETURN-CODE
002050       CLOSE REPRINT-FILE
002060       GO TO 9999-EXIT
002550
002560 2150-TEST-RECORD-WANTED.
002570     MOVE "N" TO REP-WANT-THIS-SW.
002572     IF FB-VSAM-PROFILE NOT = REP-WANT-PROFILE
002574       GO TO 2150-EXIT
002576     END-IF.
002580     IF REP-REQ-BY-RUN
002590       IF FB-VSAM-RUN-ID = REP-WANT-RUN-ID
002600         SET REP-RECORD-IS-WANTED TO TRUE
002780     MOVE "N" TO REP-VSAM-EOF-SW.
002790     OPEN INPUT VSAM-FILE.
002800     IF REP-VSAM-STATUS NOT = "00"
002804       MOVE SPACES TO REP-MSG-TEXT
002808       STRING "FBREPRNT0007E VSAMOUT OPEN FAILED - RUN "
002812                                                 DELIMITED BY SIZE
002816              "REJECTED"                         DELIMITED BY SIZE
002820         INTO REP-MSG-TEXT
002824       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002830       MOVE 16 TO RETURN-CODE
002840       CLOSE REPRINT-FILE
002850       GO TO 9999-EXIT
003340            REP-FIRST-KEY   DELIMITED BY SIZE
003350            " THRU "        DELIMITED BY SIZE
003360            REP-LAST-KEY    DELIMITED BY SIZE
003363            "   PROFILE: "  DELIMITED BY SIZE
003366            REP-PROFILE-DISPLAY DELIMITED BY SIZE
003370       INTO REP-REPORT-RECORD.
003380     WRITE REP-REPORT-RECORD.
003390     MOVE SPACES TO REP-REPORT-RECORD.
004550     EXIT.
004560
004570 9999-EXIT.
004572     IF REP-MSGLOG-IS-OPEN
004574       CLOSE MSGLOG-FILE
004576     END-IF.
004580     STOP RUN.
004590
004600*-----------------------------------------------------------------
004610* 9800-ISSUE-MESSAGE
004620* ISSUES THE MESSAGE BUILT IN REP-MSG-TEXT: DISPLAYS IT ON
004630* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
004640* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
004650* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
004660* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
004670* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
004680*-----------------------------------------------------------------
004690 9800-ISSUE-MESSAGE.
004700     MOVE 132 TO REP-MSG-LEN.
004710     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
004720       UNTIL REP-MSG-LEN = 1
004730         OR REP-MSG-TEXT(REP-MSG-LEN:1) NOT = SPACE.
004740     DISPLAY REP-MSG-TEXT(1:REP-MSG-LEN).
004750     IF REP-MSGLOG-NOT-OPENED
004760       OPEN EXTEND MSGLOG-FILE
004770       IF REP-MSGLOG-STATUS = "00"
004780         SET REP-MSGLOG-IS-OPEN TO TRUE
004790       ELSE
004800         SET REP-MSGLOG-UNAVAILABLE TO TRUE
004810         DISPLAY "FBREPRNT0009I MSGLOG NOT AVAILABLE - "
004820             "MESSAGES ON SYSOUT ONLY"
004830       END-IF
004840     END-IF.
004850     IF NOT REP-MSGLOG-IS-OPEN
004860       GO TO 9800-EXIT
004870     END-IF.
004880     ACCEPT REP-MSG-DATE FROM DATE YYYYMMDD.
004890     ACCEPT REP-MSG-TIME FROM TIME.
004900     MOVE SPACES TO FB-MSGL-RECORD.
004910     MOVE "FBREPRNT" TO FB-MSGL-PROGRAM.
004920     MOVE REP-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
004930     MOVE REP-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
004940     MOVE REP-WANT-DATE TO FB-MSGL-BUS-DATE.
004950     MOVE REP-WANT-RUN-ID TO FB-MSGL-RUN-ID.
004960     STRING REP-MSG-MM   DELIMITED BY SIZE
004970            "/"          DELIMITED BY SIZE
004980            REP-MSG-DD   DELIMITED BY SIZE
004990            "/"          DELIMITED BY SIZE
005000            REP-MSG-YYYY DELIMITED BY SIZE
005010       INTO FB-MSGL-LOG-DATE.
005020     STRING REP-MSG-HH   DELIMITED BY SIZE
005030            ":"          DELIMITED BY SIZE
005040            REP-MSG-MI   DELIMITED BY SIZE
005050            ":"          DELIMITED BY SIZE
005060            REP-MSG-SS   DELIMITED BY SIZE
005070       INTO FB-MSGL-LOG-TIME.
005080     MOVE REP-MSG-TEXT(15:) TO FB-MSGL-TEXT.
005090     WRITE FB-MSGL-RECORD.
005100 9800-EXIT.
005110     EXIT.
005120
005130 9810-FIND-MSG-END.
005140     SUBTRACT 1 FROM REP-MSG-LEN.
005150 9810-EXIT.
005160     EXIT.
