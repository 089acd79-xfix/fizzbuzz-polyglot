000200*                  MISMATCH. WHEN THE MERGE BALANCES, STAMPS
000210*                  THE BUSINESS DATE (SYSIN CARD COLS 4-11,
000220*                  MMDDYYYY) COMPLETE ON RUNCTL THE WAY A
000221*                  SINGLE-STREAM MAIN RUN WOULD HAVE, SO THE
000222*                  DOWNSTREAM GATES SEE ONE FINISHED CYCLE.
000223* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000224*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000225*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000226*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000227*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000228* 10/15/2026 RDM   THE STREAM KSDS AND VSAMOUT ARE NOW KEYED ON
000229*                  CLIENT PROFILE PLUS I. A SPLIT RUN CARRIES ONE
000230*                  PROFILE ON EVERY STREAM, SO CONCATENATION
000231*                  STILL KEEPS KEY SEQUENCE. THE PROFILES MET IN
000232*                  THE MERGED KSDS ARE STAMPED COMPLETE ON THE
000233*                  RUNCTL PROFILE TABLE WITH THE MAIN STATUS, AND
000234*                  THE PER-PROFILE TOTAL LINES ARE NOT COUNTED
000235*                  AS REPORT DETAIL.
000236* 10/15/2026 RDM   A NEWLY WRITTEN RUNCTL RECORD STARTS WITH NO
000237*                  BI ACKNOWLEDGMENT STAMP.
000238* 10/15/2026 RDM   EVERY RUN NOW APPENDS A TIMING RECORD TO THE
000239*                  STEP TIMING HISTORY (STEPTIME, NEW COPYBOOK
000240*                  FBSTEPTM) AS IT ENDS - BUSINESS DATE, RUN ID,
000241*                  START AND END, ELAPSED SECONDS, RECORDS
000242*                  PROCESSED (VSAMOUT RECORDS MERGED) AND RETURN
000243*                  CODE - FOR THE FBFCAST BATCH-WINDOW
000244*                  FORECAST. A MISSING STEPTIME DOES NOT STOP THE
000245*                  RUN.
000250*----------------------------------------------------------------*
000260
000270 IDENTIFICATION DIVISION.
000570     SELECT STRVSM1-FILE ASSIGN TO "STRVSM01"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS MRG-V1-FULL-KEY
000610         ALTERNATE RECORD KEY IS MRG-V1-CLASS WITH DUPLICATES
000620         ALTERNATE RECORD KEY IS MRG-V1-RUN-ID WITH DUPLICATES
000630         FILE STATUS IS MRG-STRVSM1-STATUS.
000650     SELECT STRVSM2-FILE ASSIGN TO "STRVSM02"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS MRG-V2-FULL-KEY
000690         ALTERNATE RECORD KEY IS MRG-V2-CLASS WITH DUPLICATES
000700         ALTERNATE RECORD KEY IS MRG-V2-RUN-ID WITH DUPLICATES
000710         FILE STATUS IS MRG-STRVSM2-STATUS.
000730     SELECT STRVSM3-FILE ASSIGN TO "STRVSM03"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS MRG-V3-FULL-KEY
000770         ALTERNATE RECORD KEY IS MRG-V3-CLASS WITH DUPLICATES
000780         ALTERNATE RECORD KEY IS MRG-V3-RUN-ID WITH DUPLICATES
000790         FILE STATUS IS MRG-STRVSM3-STATUS.
000810     SELECT STRVSM4-FILE ASSIGN TO "STRVSM04"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS MRG-V4-FULL-KEY
000850         ALTERNATE RECORD KEY IS MRG-V4-CLASS WITH DUPLICATES
000860         ALTERNATE RECORD KEY IS MRG-V4-RUN-ID WITH DUPLICATES
000870         FILE STATUS IS MRG-STRVSM4-STATUS.
001090     SELECT VSAM-FILE ASSIGN TO "VSAMOUT"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS SEQUENTIAL
001120         RECORD KEY IS FB-VSAM-FULL-KEY
001130         ALTERNATE RECORD KEY IS FB-VSAM-CLASS WITH DUPLICATES
001140         ALTERNATE RECORD KEY IS FB-VSAM-RUN-ID WITH DUPLICATES
001150         FILE STATUS IS MRG-VSAM-STATUS.
001270         ACCESS MODE IS RANDOM
001280         RECORD KEY IS FB-RCTL-BUS-DATE
001290         FILE STATUS IS MRG-RUNCTL-STATUS.
001291
001292     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
001293         ORGANIZATION IS LINE SEQUENTIAL
001294         FILE STATUS IS MRG-MSGLOG-STATUS.
001295
001296     SELECT STEPTIME-FILE ASSIGN TO "STEPTIME"
001297         ORGANIZATION IS LINE SEQUENTIAL
001298         FILE STATUS IS MRG-STEPTIME-STATUS.
001300
001310 DATA DIVISION.
001320 FILE SECTION.
001600 FD  STRVSM1-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  MRG-V1-RECORD.
001625     05  MRG-V1-FULL-KEY.
001630         10  MRG-V1-PROFILE    PIC X(04).
001635         10  MRG-V1-KEY        PIC 9(09).
001640     05  MRG-V1-CLASS          PIC X(01).
001650     05  MRG-V1-TEXT           PIC X(20).
001660     05  MRG-V1-RUN-ID         PIC X(14).
001670     05  FILLER                PIC X(32).
001680
001690 FD  STRVSM2-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  MRG-V2-RECORD.
001715     05  MRG-V2-FULL-KEY.
001720         10  MRG-V2-PROFILE    PIC X(04).
001725         10  MRG-V2-KEY        PIC 9(09).
001730     05  MRG-V2-CLASS          PIC X(01).
001740     05  MRG-V2-TEXT           PIC X(20).
001750     05  MRG-V2-RUN-ID         PIC X(14).
001760     05  FILLER                PIC X(32).
001770
001780 FD  STRVSM3-FILE
001790     LABEL RECORDS ARE STANDARD.
001800 01  MRG-V3-RECORD.
001805     05  MRG-V3-FULL-KEY.
001810         10  MRG-V3-PROFILE    PIC X(04).
001815         10  MRG-V3-KEY        PIC 9(09).
001820     05  MRG-V3-CLASS          PIC X(01).
001830     05  MRG-V3-TEXT           PIC X(20).
001840     05  MRG-V3-RUN-ID         PIC X(14).
001850     05  FILLER                PIC X(32).
001860
001870 FD  STRVSM4-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  MRG-V4-RECORD.
001895     05  MRG-V4-FULL-KEY.
001900         10  MRG-V4-PROFILE    PIC X(04).
001905         10  MRG-V4-KEY        PIC 9(09).
001910     05  MRG-V4-CLASS          PIC X(01).
001920     05  MRG-V4-TEXT           PIC X(20).
001930     05  MRG-V4-RUN-ID         PIC X(14).
001940     05  FILLER                PIC X(32).
001950
001960 FD  STREXT1-FILE
001970     LABEL RECORDS ARE STANDARD.
002290     LABEL RECORDS ARE STANDARD.
002300     COPY FBRUNCTL.
002310
002311 FD  MSGLOG-FILE
002312     LABEL RECORDS ARE STANDARD.
002313     COPY FBMSGLOG.
002314
002315 FD  STEPTIME-FILE
002316     LABEL RECORDS ARE STANDARD.
002317     COPY FBSTEPTM.
002318
002320 WORKING-STORAGE SECTION.
002330 01  MRG-FILE-STATUSES.
002340     05  MRG-SYSIN-STATUS      PIC X(02) VALUE "00".
002490     05  MRG-EXTRACT-STATUS    PIC X(02) VALUE "00".
002500     05  MRG-MRGRPT-STATUS     PIC X(02) VALUE "00".
002510     05  MRG-RUNCTL-STATUS     PIC X(02) VALUE "00".
002513     05  MRG-MSGLOG-STATUS     PIC X(02) VALUE "00".
002516     05  MRG-STEPTIME-STATUS   PIC X(02) VALUE "00".
002520
002530 01  MRG-SWITCHES.
002540     05  MRG-FILE-EOF-SW       PIC X(01) VALUE "N".
002790         10  MRG-STR-VSAM-COUNT PIC 9(09).
002800         10  MRG-STR-EXT-COUNT  PIC 9(09).
002810         10  MRG-STR-TRAILER    PIC 9(09).
002811
002812*    CLIENT PROFILES MET IN THE MERGED KSDS, FOR THE RUNCTL
002813*    PROFILE TABLE. A BLANK CODE IS THE BASE PROFILE.
002814 01  MRG-PROFILE-CONTROL.
002815     05  MRG-PRF-LIMIT         PIC 9(01) VALUE 6.
002816     05  MRG-PRF-COUNT         PIC 9(01) VALUE 0.
002817     05  MRG-PRF-SUB           PIC 9(01) VALUE 0.
002818     05  MRG-PRF-FOUND-SW      PIC X(01) VALUE "N".
002819         88  MRG-PRF-IS-FOUND          VALUE "Y".
002820     05  MRG-PRF-LAST-CODE     PIC X(04) VALUE SPACES.
002821 01  MRG-PROFILE-TABLE.
002822     05  MRG-PRF-CODE OCCURS 6 TIMES
002823                               PIC X(04).
002824
002830 01  MRG-TOTALS.
002840     05  MRG-RPT-DETAIL-COUNT  PIC 9(09) VALUE 0.
002850     05  MRG-VSAM-WRITE-COUNT  PIC 9(09) VALUE 0.
002870     05  MRG-TRAILER-TOTAL     PIC 9(09) VALUE 0.
002880
002890 01  MRG-CURRENT-DATE.
002891     05  MRG-CUR-YYYY          PIC 9(04).
002892     05  MRG-CUR-MM            PIC 9(02).
002893     05  MRG-CUR-DD            PIC 9(02).
002894 01  MRG-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
002895
002896*    STEP TIMING FOR THE STEPTIME HISTORY, WRITTEN BY
002897*    9900-WRITE-STEP-TIMING AS THE RUN ENDS.
002898 01  MRG-STEP-TIMING.
002899     05  MRG-TIM-START-DATE    PIC X(08) VALUE SPACES.
002900     05  MRG-TIM-START-TIME.
002901         10  MRG-TIM-START-HH  PIC 9(02) VALUE 0.
002902         10  MRG-TIM-START-MI  PIC 9(02) VALUE 0.
002903         10  MRG-TIM-START-SS  PIC 9(02) VALUE 0.
002904         10  MRG-TIM-START-HS  PIC 9(02) VALUE 0.
002905     05  MRG-TIM-END-DATE      PIC X(08) VALUE SPACES.
002906     05  MRG-TIM-END-TIME.
002907         10  MRG-TIM-END-HH    PIC 9(02) VALUE 0.
002908         10  MRG-TIM-END-MI    PIC 9(02) VALUE 0.
002909         10  MRG-TIM-END-SS    PIC 9(02) VALUE 0.
002910         10  MRG-TIM-END-HS    PIC 9(02) VALUE 0.
002911     05  MRG-TIM-START-SECS    PIC 9(06) VALUE 0.
002912     05  MRG-TIM-END-SECS      PIC 9(06) VALUE 0.
002913     05  MRG-TIM-WORK          PIC 9(06) VALUE 0.
002914
002915*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002916*    TO SYSOUT AND TO MSGLOG.
002917 01  MRG-MESSAGE-AREA.
002918     05  MRG-MSG-TEXT          PIC X(132) VALUE SPACES.
002919     05  MRG-MSG-LEN           PIC 9(03) VALUE 0.
002920     05  MRG-MSGLOG-SW         PIC X(01) VALUE "N".
002921         88  MRG-MSGLOG-NOT-OPENED     VALUE "N".
002922         88  MRG-MSGLOG-IS-OPEN        VALUE "Y".
002923         88  MRG-MSGLOG-UNAVAILABLE    VALUE "U".
002924 01  MRG-MSG-DATE.
002925     05  MRG-MSG-YYYY          PIC 9(04).
002926     05  MRG-MSG-MM            PIC 9(02).
002927     05  MRG-MSG-DD            PIC 9(02).
002928 01  MRG-MSG-TIME.
002929     05  MRG-MSG-HH            PIC 9(02).
002930     05  MRG-MSG-MI            PIC 9(02).
002931     05  MRG-MSG-SS            PIC 9(02).
002932     05  MRG-MSG-HS            PIC 9(02).
002940
002950 PROCEDURE DIVISION.
002960 0000-MAINLINE.
003060* OPENED ONE STREAM AT A TIME AS EACH IS MERGED.
003070*-----------------------------------------------------------------
003080 1000-INITIALIZE.
003083     ACCEPT MRG-TIM-START-DATE FROM DATE YYYYMMDD.
003086     ACCEPT MRG-TIM-START-TIME FROM TIME.
003090     ACCEPT MRG-CURRENT-DATE FROM DATE YYYYMMDD.
003100     STRING MRG-CUR-MM   DELIMITED BY SIZE
003110            "/"          DELIMITED BY SIZE
003160     MOVE MRG-CURRENT-DATE TO MRG-BUS-DATE-KEY.
003170     OPEN INPUT SYSIN-FILE.
003180     IF MRG-SYSIN-STATUS NOT = "00"
003185       MOVE "FBMERGE0001E SYSIN OPEN FAILED - RUN REJECTED"
003190         TO MRG-MSG-TEXT
003195       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003200       MOVE 16 TO RETURN-CODE
003210       GO TO 9999-EXIT
003220     END-IF.
003230     READ SYSIN-FILE
003240       AT END
003245         MOVE "FBMERGE0002E NO STREAM-COUNT CARD - REJECTED"
003250           TO MRG-MSG-TEXT
003255         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003260         MOVE 16 TO RETURN-CODE
003270         CLOSE SYSIN-FILE
003280         GO TO 9999-EXIT
003290     END-READ.
003300     CLOSE SYSIN-FILE.
003310     IF MRG-CARD-COUNT-X NOT NUMERIC
003314       MOVE SPACES TO MRG-MSG-TEXT
003318       STRING "FBMERGE0003E STREAM COUNT IS NOT NUMERIC - "
003322                                                 DELIMITED BY SIZE
003326              "RUN REJECTED"                     DELIMITED BY SIZE
003330         INTO MRG-MSG-TEXT
003334       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003340       MOVE 16 TO RETURN-CODE
003350       GO TO 9999-EXIT
003360     END-IF.
003370     MOVE MRG-CARD-COUNT-X TO MRG-STREAM-COUNT.
003380     IF MRG-STREAM-COUNT < 1
003390       OR MRG-STREAM-COUNT > MRG-STREAM-LIMIT
003394       MOVE SPACES TO MRG-MSG-TEXT
003398       STRING "FBMERGE0004E STREAM COUNT MUST BE 1 THRU 4 - "
003402                                                 DELIMITED BY SIZE
003406              "RUN REJECTED"                     DELIMITED BY SIZE
003410         INTO MRG-MSG-TEXT
003414       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003420       MOVE 16 TO RETURN-CODE
003430       GO TO 9999-EXIT
003440     END-IF.
003450     IF MRG-CARD-BUS-DATE NOT = SPACES
003460       IF MRG-CARD-BUS-DATE NOT NUMERIC
003464         MOVE SPACES TO MRG-MSG-TEXT
003468         STRING "FBMERGE0005E BUSINESS DATE CARD INVALID - "
003472                                                 DELIMITED BY SIZE
003476                "RUN REJECTED"                   DELIMITED BY SIZE
003480           INTO MRG-MSG-TEXT
003484         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003490         MOVE 16 TO RETURN-CODE
003500         GO TO 9999-EXIT
003510       END-IF
003550     END-IF.
003560     OPEN OUTPUT MRGRPT-FILE.
003570     IF MRG-MRGRPT-STATUS NOT = "00"
003575       MOVE "FBMERGE0006E MRGRPT OPEN FAILED - RUN REJECTED"
003580         TO MRG-MSG-TEXT
003585       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003590       MOVE 16 TO RETURN-CODE
003600       GO TO 9999-EXIT
003610     END-IF.
003650     IF MRG-RPTOUT-STATUS NOT = "00"
003660       OR MRG-VSAM-STATUS NOT = "00"
003670       OR MRG-EXTRACT-STATUS NOT = "00"
003674       MOVE SPACES TO MRG-MSG-TEXT
003678       STRING "FBMERGE0007E MERGED OUTPUT OPEN FAILED - RUN "
003682                                                 DELIMITED BY SIZE
003686              "REJECTED"                         DELIMITED BY SIZE
003690         INTO MRG-MSG-TEXT
003694       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003700       MOVE 16 TO RETURN-CODE
003710       GO TO 9999-EXIT
003720     END-IF.
004850       OR MRG-RPT-LINE(1:14) = "CARDS REJECTED"
004860       OR MRG-RPT-LINE(1:7)  = "  CARD "
004870       OR MRG-RPT-LINE(1:6)  = "RULE  "
004875       OR MRG-RPT-LINE(1:8)  = "PROFILE "
004880       OR MRG-RPT-LINE(1:6)  = "COMBO "
004890       GO TO 2210-EXIT
004900     END-IF.
005770     END-IF.
005780     WRITE FB-OUTPUT-RECORD
005790       INVALID KEY
005793         MOVE SPACES TO MRG-MSG-TEXT
005796         STRING "FBMERGE0008E VSAMOUT WRITE FAILED FOR KEY "
005799                                                 DELIMITED BY SIZE
005802                FB-VSAM-KEY                      DELIMITED BY SIZE
005805                " PROFILE "                      DELIMITED BY SIZE
005808                FB-VSAM-PROFILE                  DELIMITED BY SIZE
005811           INTO MRG-MSG-TEXT
005814         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005820         SET MRG-MERGE-DISAGREES TO TRUE
005830     END-WRITE.
005831     IF MRG-PRF-COUNT = 0
005832       OR FB-VSAM-PROFILE NOT = MRG-PRF-LAST-CODE
005833       PERFORM 2320-NOTE-PROFILE THRU 2320-EXIT
005834     END-IF.
005835     ADD 1 TO MRG-STR-VSAM-COUNT(MRG-STREAM).
005836     ADD 1 TO MRG-VSAM-WRITE-COUNT.
005837 2310-EXIT.
005838     EXIT.
005839
005840*-----------------------------------------------------------------
005841* 2320-NOTE-PROFILE
005842* ADDS THE PROFILE OF THE RECORD JUST COPIED TO THE PROFILE TABLE
005843* WHEN IT IS NOT ALREADY THERE. THE MAIN JOB NEVER RUNS MORE THAN
005844* SIX PROFILES IN A CYCLE, SO A SEVENTH IS NOT RECORDED.
005845*-----------------------------------------------------------------
005846 2320-NOTE-PROFILE.
005847     MOVE FB-VSAM-PROFILE TO MRG-PRF-LAST-CODE.
005848     MOVE "N" TO MRG-PRF-FOUND-SW.
005849     PERFORM 2330-MATCH-ONE-PROFILE THRU 2330-EXIT
005850       VARYING MRG-PRF-SUB FROM 1 BY 1
005851         UNTIL MRG-PRF-SUB > MRG-PRF-COUNT
005852           OR MRG-PRF-IS-FOUND.
005853     IF MRG-PRF-IS-FOUND
005854       OR MRG-PRF-COUNT >= MRG-PRF-LIMIT
005855       GO TO 2320-EXIT
005856     END-IF.
005857     ADD 1 TO MRG-PRF-COUNT.
005858     MOVE FB-VSAM-PROFILE TO MRG-PRF-CODE(MRG-PRF-COUNT).
005859 2320-EXIT.
005860     EXIT.
005861
005862 2330-MATCH-ONE-PROFILE.
005863     IF MRG-PRF-CODE(MRG-PRF-SUB) = FB-VSAM-PROFILE
005864       SET MRG-PRF-IS-FOUND TO TRUE
005865     END-IF.
005866 2330-EXIT.
005870     EXIT.
005880
005890*-----------------------------------------------------------------
006650     EXIT.
006660
006670 2900-FLAG-MISSING-STREAM.
006673     MOVE SPACES TO MRG-MSG-TEXT
006676     STRING "FBMERGE0009E STREAM "               DELIMITED BY SIZE
006679            MRG-STREAM                           DELIMITED BY SIZE
006682            " INPUT NOT AVAILABLE - MERGE OUT OF BALANCE"
006685                                                 DELIMITED BY SIZE
006688       INTO MRG-MSG-TEXT
006691     PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT.
006700     SET MRG-MERGE-DISAGREES TO TRUE.
006710 2900-EXIT.
006720     EXIT.
007720       END-IF
007730     END-IF.
007740     IF MRG-RUNCTL-STATUS NOT = "00"
007744       MOVE SPACES TO MRG-MSG-TEXT
007748       STRING "FBMERGE0010I RUNCTL NOT AVAILABLE - CYCLE NOT "
007752                                                 DELIMITED BY SIZE
007756              "STAMPED"                          DELIMITED BY SIZE
007760         INTO MRG-MSG-TEXT
007764       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007770       GO TO 8500-EXIT
007780     END-IF.
007790     MOVE MRG-BUS-DATE-KEY TO FB-RCTL-BUS-DATE.
007860         MOVE SPACE      TO FB-RCTL-COMPAR-STAT
007870         MOVE SPACE      TO FB-RCTL-VERIFY-STAT
007880         MOVE SPACE      TO FB-RCTL-XMIT-STAT
007882         MOVE SPACE      TO FB-RCTL-ACK-STAT
007884         MOVE SPACES     TO FB-RCTL-ACK-TIMESTAMP
007886         PERFORM 8510-STAMP-PROFILES THRU 8510-EXIT
007890         WRITE FB-RCTL-RECORD
007900           INVALID KEY
007904             MOVE SPACES TO MRG-MSG-TEXT
007908             STRING "FBMERGE0011E RUNCTL WRITE FAILED FOR "
007912                                                 DELIMITED BY SIZE
007916                    FB-RCTL-BUS-DATE             DELIMITED BY SIZE
007920               INTO MRG-MSG-TEXT
007924             PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007930         END-WRITE
007940       NOT INVALID KEY
007950         MOVE "C"        TO FB-RCTL-MAIN-STAT
007960         MOVE MRG-RUN-ID TO FB-RCTL-MAIN-RUN-ID
007965         PERFORM 8510-STAMP-PROFILES THRU 8510-EXIT
007970         REWRITE FB-RCTL-RECORD
007980           INVALID KEY
007984             MOVE SPACES TO MRG-MSG-TEXT
007988             STRING "FBMERGE0011E RUNCTL REWRITE FAILED FOR "
007992                                                 DELIMITED BY SIZE
007996                    FB-RCTL-BUS-DATE             DELIMITED BY SIZE
008000               INTO MRG-MSG-TEXT
008004             PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008010         END-REWRITE
008020     END-READ.
008030     CLOSE RUNCTL-FILE.
008050     EXIT.
008060
008070 9999-EXIT.
008072     PERFORM 9900-WRITE-STEP-TIMING THRU 9900-EXIT.
008074     IF MRG-MSGLOG-IS-OPEN
008076       CLOSE MSGLOG-FILE
008078     END-IF.
008080     STOP RUN.
008090
008100*-----------------------------------------------------------------
008110* 8510-STAMP-PROFILES
008120* REBUILDS THE RUNCTL PROFILE TABLE FROM THE PROFILES MET IN THE
008130* MERGED KSDS, EACH STAMPED COMPLETE. UNUSED SLOTS ARE CLEARED.
008140*-----------------------------------------------------------------
008150 8510-STAMP-PROFILES.
008160     MOVE MRG-PRF-COUNT TO FB-RCTL-PRF-COUNT.
008170     PERFORM 8520-STAMP-ONE-PROFILE THRU 8520-EXIT
008180       VARYING MRG-PRF-SUB FROM 1 BY 1
008190         UNTIL MRG-PRF-SUB > MRG-PRF-LIMIT.
008200 8510-EXIT.
008210     EXIT.
008220
008230 8520-STAMP-ONE-PROFILE.
008240     IF MRG-PRF-SUB > MRG-PRF-COUNT
008250       MOVE SPACES TO FB-RCTL-PRF-CODE(MRG-PRF-SUB)
008260       MOVE SPACE  TO FB-RCTL-PRF-STAT(MRG-PRF-SUB)
008270     ELSE
008280       MOVE MRG-PRF-CODE(MRG-PRF-SUB)
008290         TO FB-RCTL-PRF-CODE(MRG-PRF-SUB)
008300       MOVE "C" TO FB-RCTL-PRF-STAT(MRG-PRF-SUB)
008310     END-IF.
008320 8520-EXIT.
008330     EXIT.
008340
008350*-----------------------------------------------------------------
008360* 9800-ISSUE-MESSAGE
008370* ISSUES THE MESSAGE BUILT IN MRG-MSG-TEXT: DISPLAYS IT ON
008380* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
008390* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
008400* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
008410* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
008420* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
008430*-----------------------------------------------------------------
008440 9800-ISSUE-MESSAGE.
008450     MOVE 132 TO MRG-MSG-LEN.
008460     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
008470       UNTIL MRG-MSG-LEN = 1
008480         OR MRG-MSG-TEXT(MRG-MSG-LEN:1) NOT = SPACE.
008490     DISPLAY MRG-MSG-TEXT(1:MRG-MSG-LEN).
008500     IF MRG-MSGLOG-NOT-OPENED
008510       OPEN EXTEND MSGLOG-FILE
008520       IF MRG-MSGLOG-STATUS = "00"
008530         SET MRG-MSGLOG-IS-OPEN TO TRUE
008540       ELSE
008550         SET MRG-MSGLOG-UNAVAILABLE TO TRUE
008560         DISPLAY "FBMERGE0012I MSGLOG NOT AVAILABLE - "
008570             "MESSAGES ON SYSOUT ONLY"
008580       END-IF
008590     END-IF.
008600     IF NOT MRG-MSGLOG-IS-OPEN
008610       GO TO 9800-EXIT
008620     END-IF.
008630     ACCEPT MRG-MSG-DATE FROM DATE YYYYMMDD.
008640     ACCEPT MRG-MSG-TIME FROM TIME.
008650     MOVE SPACES TO FB-MSGL-RECORD.
008660     MOVE "FBMERGE" TO FB-MSGL-PROGRAM.
008670     MOVE MRG-MSG-TEXT(1:11) TO FB-MSGL-MSG-ID.
008680     MOVE MRG-MSG-TEXT(12:1) TO FB-MSGL-SEVERITY.
008690     IF MRG-BUS-DATE-KEY > 0
008700       MOVE MRG-BUS-DATE-KEY TO FB-MSGL-BUS-DATE
008710     END-IF.
008720     MOVE MRG-RUN-ID TO FB-MSGL-RUN-ID.
008730     STRING MRG-MSG-MM   DELIMITED BY SIZE
008740            "/"          DELIMITED BY SIZE
008750            MRG-MSG-DD   DELIMITED BY SIZE
008760            "/"          DELIMITED BY SIZE
008770            MRG-MSG-YYYY DELIMITED BY SIZE
008780       INTO FB-MSGL-LOG-DATE.
008790     STRING MRG-MSG-HH   DELIMITED BY SIZE
008800            ":"          DELIMITED BY SIZE
008810            MRG-MSG-MI   DELIMITED BY SIZE
008820            ":"          DELIMITED BY SIZE
008830            MRG-MSG-SS   DELIMITED BY SIZE
008840       INTO FB-MSGL-LOG-TIME.
008850     MOVE MRG-MSG-TEXT(14:) TO FB-MSGL-TEXT.
008860     WRITE FB-MSGL-RECORD.
008870 9800-EXIT.
008880     EXIT.
008890
008900 9810-FIND-MSG-END.
008910     SUBTRACT 1 FROM MRG-MSG-LEN.
008920 9810-EXIT.
008930     EXIT.
008940
008950*-----------------------------------------------------------------
008960* 9900-WRITE-STEP-TIMING
008970* APPENDS THIS RUN'S TIMING RECORD TO THE STEP TIMING HISTORY
008980* (STEPTIME) FOR FBFCAST - START AND END, ELAPSED SECONDS,
008990* RECORDS PROCESSED AND RETURN CODE - HOWEVER THE RUN ENDED.
009000* AN END DATE AFTER THE START DATE MEANS THE STEP RAN PAST
009010* MIDNIGHT. A MISSING STEPTIME NEVER STOPS THE RUN.
009020*-----------------------------------------------------------------
009030 9900-WRITE-STEP-TIMING.
009040     ACCEPT MRG-TIM-END-DATE FROM DATE YYYYMMDD.
009050     ACCEPT MRG-TIM-END-TIME FROM TIME.
009060     OPEN EXTEND STEPTIME-FILE.
009070     IF MRG-STEPTIME-STATUS NOT = "00"
009080       MOVE "FBMERGE0013I STEPTIME NOT AVAILABLE - NOT TIMED"
009090         TO MRG-MSG-TEXT
009100       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009110       GO TO 9900-EXIT
009120     END-IF.
009130     MULTIPLY MRG-TIM-START-HH BY 3600 GIVING MRG-TIM-START-SECS.
009140     MULTIPLY MRG-TIM-START-MI BY 60 GIVING MRG-TIM-WORK.
009150     ADD MRG-TIM-WORK MRG-TIM-START-SS TO MRG-TIM-START-SECS.
009160     MULTIPLY MRG-TIM-END-HH BY 3600 GIVING MRG-TIM-END-SECS.
009170     MULTIPLY MRG-TIM-END-MI BY 60 GIVING MRG-TIM-WORK.
009180     ADD MRG-TIM-WORK MRG-TIM-END-SS TO MRG-TIM-END-SECS.
009190     IF MRG-TIM-END-DATE NOT = MRG-TIM-START-DATE
009200       ADD 86400 TO MRG-TIM-END-SECS
009210     END-IF.
009220     MOVE SPACES TO FB-STPT-RECORD.
009230     MOVE "FBMERGE" TO FB-STPT-PROGRAM.
009240     IF MRG-BUS-DATE-KEY > 0
009250       MOVE MRG-BUS-DATE-KEY TO FB-STPT-BUS-DATE
009260     END-IF.
009270     MOVE MRG-RUN-ID TO FB-STPT-RUN-ID.
009280     MOVE MRG-TIM-START-DATE TO FB-STPT-START-DATE.
009290     MOVE MRG-TIM-START-TIME(1:6) TO FB-STPT-START-TIME.
009300     MOVE MRG-TIM-END-DATE TO FB-STPT-END-DATE.
009310     MOVE MRG-TIM-END-TIME(1:6) TO FB-STPT-END-TIME.
009320     IF MRG-TIM-END-SECS < MRG-TIM-START-SECS
009330       MOVE 0 TO FB-STPT-ELAPSED
009340     ELSE
009350       SUBTRACT MRG-TIM-START-SECS FROM MRG-TIM-END-SECS
009360         GIVING FB-STPT-ELAPSED
009370     END-IF.
009380     MOVE MRG-VSAM-WRITE-COUNT TO FB-STPT-RECORDS.
009390     MOVE RETURN-CODE TO FB-STPT-RETURN-CODE.
009400     WRITE FB-STPT-RECORD.
009410     CLOSE STEPTIME-FILE.
009420 9900-EXIT.
009430     EXIT.
