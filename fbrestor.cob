000215*                  TIME OF DAY, AND THE GENERATION MUST COME
000216*                  BACK WHOLE.
000220*                  PRINTS RESRPT; RC 8 WHEN NOTHING RESTORED.
000221* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000222*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000223*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000224*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000225*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000226* 10/15/2026 RDM   VSAMOUT, AND SO RESTOUT, IS NOW KEYED ON
000227*                  CLIENT PROFILE PLUS I. THE ARCHIN VIEW IS
000228*                  BROUGHT IN STEP WITH FBOUTREC AND A WHOLE
000229*                  GENERATION, EVERY PROFILE, IS RESTORED.
000230*----------------------------------------------------------------*
000240
000250 IDENTIFICATION DIVISION.
000470     SELECT RESTOUT-FILE ASSIGN TO "RESTOUT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS FB-VSAM-FULL-KEY
000510         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
000520         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
000530         FILE STATUS IS RST-RESTOUT-STATUS.
000550     SELECT RESRPT-FILE ASSIGN TO "RESRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RST-RESRPT-STATUS.
000572
000574     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS RST-MSGLOG-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000850 FD  ARCHIN-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  RST-ARCHIN-RECORD.
000875     05  RST-ARC-FULL-KEY.
000880         10  RST-ARC-PROFILE   PIC X(04).
000885         10  RST-ARC-KEY       PIC 9(09).
000890     05  RST-ARC-CLASS         PIC X(01).
000900     05  RST-ARC-TEXT          PIC X(20).
000910     05  RST-ARC-RUN-ID        PIC X(14).
000920     05  FILLER                PIC X(32).
000930
000940 FD  RESTOUT-FILE
000950     LABEL RECORDS ARE STANDARD.
000990     LABEL RECORDS ARE STANDARD.
001000 01  RST-REPORT-RECORD         PIC X(80).
001010
001012 FD  MSGLOG-FILE
001014     LABEL RECORDS ARE STANDARD.
001016     COPY FBMSGLOG.
001018
001020 WORKING-STORAGE SECTION.
001030 01  RST-FILE-STATUSES.
001040     05  RST-SYSIN-STATUS      PIC X(02) VALUE "00".
001060     05  RST-ARCHIN-STATUS     PIC X(02) VALUE "00".
001070     05  RST-RESTOUT-STATUS    PIC X(02) VALUE "00".
001080     05  RST-RESRPT-STATUS     PIC X(02) VALUE "00".
001085     05  RST-MSGLOG-STATUS     PIC X(02) VALUE "00".
001090
001100 01  RST-SWITCHES.
001110     05  RST-IDX-EOF-SW        PIC X(01) VALUE "N".
001290     05  RST-CUR-YYYY          PIC 9(04).
001300     05  RST-CUR-MM            PIC 9(02).
001310     05  RST-CUR-DD            PIC 9(02).
001311 01  RST-MSG-DATE.
001312     05  RST-MSG-YYYY          PIC 9(04).
001313     05  RST-MSG-MM            PIC 9(02).
001314     05  RST-MSG-DD            PIC 9(02).
001315 01  RST-MSG-TIME.
001316     05  RST-MSG-HH            PIC 9(02).
001317     05  RST-MSG-MI            PIC 9(02).
001318     05  RST-MSG-SS            PIC 9(02).
001319     05  RST-MSG-HS            PIC 9(02).
001320 01  RST-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001330
001331*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001332*    TO SYSOUT AND TO MSGLOG.
001333 01  RST-MESSAGE-AREA.
001334     05  RST-MSG-TEXT          PIC X(132) VALUE SPACES.
001335     05  RST-MSG-LEN           PIC 9(03) VALUE 0.
001336     05  RST-MSGLOG-SW         PIC X(01) VALUE "N".
001337         88  RST-MSGLOG-NOT-OPENED     VALUE "N".
001338         88  RST-MSGLOG-IS-OPEN        VALUE "Y".
001339         88  RST-MSGLOG-UNAVAILABLE    VALUE "U".
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550       INTO RST-RUN-DATE-DISPLAY.
001560     OPEN INPUT SYSIN-FILE.
001570     IF RST-SYSIN-STATUS NOT = "00"
001575       MOVE "FBRESTOR0001E SYSIN OPEN FAILED - RUN REJECTED"
001580         TO RST-MSG-TEXT
001585       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001590       MOVE 16 TO RETURN-CODE
001600       GO TO 9999-EXIT
001610     END-IF.
001620     READ SYSIN-FILE
001630       AT END
001635         MOVE "FBRESTOR0002E NO REQUEST CARD - RUN REJECTED"
001640           TO RST-MSG-TEXT
001645         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001650         MOVE 16 TO RETURN-CODE
001660         CLOSE SYSIN-FILE
001670         GO TO 9999-EXIT
001690     CLOSE SYSIN-FILE.
001700     IF RST-REQ-BY-DATE
001710       IF RST-REQ-ARG(1:8) NOT NUMERIC
001714         MOVE SPACES TO RST-MSG-TEXT
001718         STRING "FBRESTOR0003E BUSINESS DATE INVALID - RUN "
001722                                                 DELIMITED BY SIZE
001726                "REJECTED"                       DELIMITED BY SIZE
001730           INTO RST-MSG-TEXT
001734         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001740         MOVE 16 TO RETURN-CODE
001750         GO TO 9999-EXIT
001760       END-IF
001800     ELSE
001810       IF RST-REQ-BY-RUN
001820         IF RST-REQ-ARG = SPACES
001824           MOVE SPACES TO RST-MSG-TEXT
001828           STRING "FBRESTOR0004E RUN ID IS BLANK - RUN "
001832                                                 DELIMITED BY SIZE
001836                  "REJECTED"                     DELIMITED BY SIZE
001840             INTO RST-MSG-TEXT
001844           PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001850           MOVE 16 TO RETURN-CODE
001860           GO TO 9999-EXIT
001870         END-IF
001880         MOVE RST-REQ-ARG TO RST-WANT-RUN-ID
001890       ELSE
001894         MOVE SPACES TO RST-MSG-TEXT
001898         STRING "FBRESTOR0005E REQUEST TYPE MUST BE D OR R - "
001902                                                 DELIMITED BY SIZE
001906                "RUN REJECTED"                   DELIMITED BY SIZE
001910           INTO RST-MSG-TEXT
001914         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT
001940       END-IF
001950     END-IF.
001960     OPEN OUTPUT RESRPT-FILE.
001970     IF RST-RESRPT-STATUS NOT = "00"
001975       MOVE "FBRESTOR0006E RESRPT OPEN FAILED - RUN REJECTED"
001980         TO RST-MSG-TEXT
001985       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001990       MOVE 16 TO RETURN-CODE
002000       GO TO 9999-EXIT
002010     END-IF.
002130 1500-SEARCH-INDEX.
002140     OPEN INPUT ARCHIDX-FILE.
002150     IF RST-ARCHIDX-STATUS NOT = "00"
002154       MOVE SPACES TO RST-MSG-TEXT
002158       STRING "FBRESTOR0007E ARCHIDX OPEN FAILED - NOTHING IS "
002162                                                 DELIMITED BY SIZE
002166              "INDEXED - RUN REJECTED"           DELIMITED BY SIZE
002170         INTO RST-MSG-TEXT
002174       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002180       MOVE 8 TO RETURN-CODE
002190       CLOSE RESRPT-FILE
002200       GO TO 9999-EXIT
002260       MOVE "*** REQUESTED GENERATION IS NOT IN THE INDEX ***"
002270         TO RST-REPORT-RECORD
002280       WRITE RST-REPORT-RECORD
002284       MOVE SPACES TO RST-MSG-TEXT
002288       STRING "FBRESTOR0008E REQUESTED GENERATION NOT HELD - "
002292                                                 DELIMITED BY SIZE
002296              "RUN REJECTED"                     DELIMITED BY SIZE
002300         INTO RST-MSG-TEXT
002304       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002310       MOVE 8 TO RETURN-CODE
002320       CLOSE RESRPT-FILE
002330       GO TO 9999-EXIT
002650 2000-LOAD-GENERATION.
002660     OPEN INPUT ARCHIN-FILE.
002670     IF RST-ARCHIN-STATUS NOT = "00"
002673       MOVE SPACES TO RST-MSG-TEXT
002676       STRING "FBRESTOR0009E ARCHIN OPEN FAILED - POINT IT AT "
002679                                                 DELIMITED BY SIZE
002682              "THE GENERATION THE INDEX NAMES - RUN REJECTED"
002685                                                 DELIMITED BY SIZE
002688         INTO RST-MSG-TEXT
002691       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002700       MOVE 16 TO RETURN-CODE
002710       CLOSE RESRPT-FILE
002720       GO TO 9999-EXIT
002730     END-IF.
002740     OPEN OUTPUT RESTOUT-FILE.
002750     IF RST-RESTOUT-STATUS NOT = "00"
002754       MOVE SPACES TO RST-MSG-TEXT
002758       STRING "FBRESTOR0010E RESTOUT OPEN FAILED - RUN "
002762                                                 DELIMITED BY SIZE
002766              "REJECTED"                         DELIMITED BY SIZE
002770         INTO RST-MSG-TEXT
002774       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002780       MOVE 16 TO RETURN-CODE
002790       CLOSE ARCHIN-FILE
002800       CLOSE RESRPT-FILE
003010     MOVE RST-ARCHIN-RECORD TO FB-OUTPUT-RECORD.
003020     WRITE FB-OUTPUT-RECORD
003030       INVALID KEY
003033         MOVE SPACES TO RST-MSG-TEXT
003036         STRING "FBRESTOR0011E RESTOUT WRITE FAILED FOR KEY "
003039                                                 DELIMITED BY SIZE
003042                FB-VSAM-KEY                      DELIMITED BY SIZE
003045                " PROFILE "                      DELIMITED BY SIZE
003048                FB-VSAM-PROFILE                  DELIMITED BY SIZE
003051           INTO RST-MSG-TEXT
003054         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003060     END-WRITE.
003070     ADD 1 TO RST-LOADED-COUNT.
003080 2100-EXIT.
003600     EXIT.
003610
003620 9999-EXIT.
003622     IF RST-MSGLOG-IS-OPEN
003624       CLOSE MSGLOG-FILE
003626     END-IF.
003630     STOP RUN.
003640
003650*-----------------------------------------------------------------
003660* 9800-ISSUE-MESSAGE
003670* ISSUES THE MESSAGE BUILT IN RST-MSG-TEXT: DISPLAYS IT ON
003680* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
003690* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
003700* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
003710* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
003720* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
003730*-----------------------------------------------------------------
003740 9800-ISSUE-MESSAGE.
003750     MOVE 132 TO RST-MSG-LEN.
003760     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
003770       UNTIL RST-MSG-LEN = 1
003780         OR RST-MSG-TEXT(RST-MSG-LEN:1) NOT = SPACE.
003790     DISPLAY RST-MSG-TEXT(1:RST-MSG-LEN).
003800     IF RST-MSGLOG-NOT-OPENED
003810       OPEN EXTEND MSGLOG-FILE
003820       IF RST-MSGLOG-STATUS = "00"
003830         SET RST-MSGLOG-IS-OPEN TO TRUE
003840       ELSE
003850         SET RST-MSGLOG-UNAVAILABLE TO TRUE
003860         DISPLAY "FBRESTOR0012I MSGLOG NOT AVAILABLE - "
003870             "MESSAGES ON SYSOUT ONLY"
003880       END-IF
003890     END-IF.
003900     IF NOT RST-MSGLOG-IS-OPEN
003910       GO TO 9800-EXIT
003920     END-IF.
003930     ACCEPT RST-MSG-DATE FROM DATE YYYYMMDD.
003940     ACCEPT RST-MSG-TIME FROM TIME.
003950     MOVE SPACES TO FB-MSGL-RECORD.
003960     MOVE "FBRESTOR" TO FB-MSGL-PROGRAM.
003970     MOVE RST-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
003980     MOVE RST-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
003990     MOVE RST-WANT-DATE TO FB-MSGL-BUS-DATE.
004000     MOVE RST-WANT-RUN-ID TO FB-MSGL-RUN-ID.
004010     STRING RST-MSG-MM   DELIMITED BY SIZE
004020            "/"          DELIMITED BY SIZE
004030            RST-MSG-DD   DELIMITED BY SIZE
004040            "/"          DELIMITED BY SIZE
004050            RST-MSG-YYYY DELIMITED BY SIZE
004060       INTO FB-MSGL-LOG-DATE.
004070     STRING RST-MSG-HH   DELIMITED BY SIZE
004080            ":"          DELIMITED BY SIZE
004090            RST-MSG-MI   DELIMITED BY SIZE
004100            ":"          DELIMITED BY SIZE
004110            RST-MSG-SS   DELIMITED BY SIZE
004120       INTO FB-MSGL-LOG-TIME.
004130     MOVE RST-MSG-TEXT(15:) TO FB-MSGL-TEXT.
004140     WRITE FB-MSGL-RECORD.
004150 9800-EXIT.
004160     EXIT.
004170
004180 9810-FIND-MSG-END.
004190     SUBTRACT 1 FROM RST-MSG-LEN.
004200 9810-EXIT.
004210     EXIT.
