000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/15/2026 RDM   ORIGINAL VERSION. BI ACKNOWLEDGMENT INTAKE.
000060*                  THE BI TEAM RETURNS ONE BIACK ROW PER LOAD OF
000070*                  AN XMITOUT TRANSMISSION: BUSINESS DATE, RUN ID,
000080*                  DETAIL COUNT, KEY HASH TOTAL AND LOAD STATUS
000090*                  (A = ACCEPTED, R = REJECTED, WITH A REASON).
000100*                  EACH ROW IS MATCHED TO ITS XMITLOG ENTRY BY
000110*                  DATE AND RUN ID, THE COUNT AND HASH ARE PROVED
000120*                  AGAINST WHAT WAS SENT, AND RUNCTL IS STAMPED
000130*                  ACKNOWLEDGED (A), REJECTED (R) OR MISMATCHED
000140*                  (M) WITH THE INTAKE TIMESTAMP. ACKRPT LISTS THE
000150*                  ACKNOWLEDGMENTS TAKEN AND EVERY TRANSMITTED
000160*                  BUSINESS DATE STILL UNACKNOWLEDGED AFTER THE
000170*                  HOURS ON THE SYSIN CARD (COLS 1-3, DEFAULT 24).
000180*                  A REJECTED OR UNMATCHED ACKNOWLEDGMENT ENDS THE
000190*                  STEP WITH RETURN-CODE 8; AN OVERDUE
000200*                  TRANSMISSION ALONE ENDS IT WITH 4.
000201* 10/15/2026 RDM   AN ACKNOWLEDGMENT OR SEND FOR A RUN SINCE RERUN
000202*                  FOR THE SAME BUSINESS DATE (RUNCTL CARRIES
000203*                  ANOTHER RUN ID) IS NO LONGER STAMPED ON RUNCTL
000204*                  (FBACKIN0017W) OR LISTED AS OUTSTANDING.
000210*----------------------------------------------------------------*
000220
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    FBACKIN.
000250 AUTHOR.        R D MARKHAM.
000260 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000270 DATE-WRITTEN.  10/15/2026.
000280 DATE-COMPILED.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS ACK-SYSIN-STATUS.
000360
000370     SELECT BIACK-FILE ASSIGN TO "BIACK"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS ACK-BIACK-STATUS.
000400
000410     SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS ACK-XMITLOG-STATUS.
000440
000450     SELECT ACKRPT-FILE ASSIGN TO "ACKRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ACK-ACKRPT-STATUS.
000480
000490     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS FB-RCTL-BUS-DATE
000530         FILE STATUS IS ACK-RUNCTL-STATUS.
000540
000550     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ACK-MSGLOG-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  SYSIN-FILE
000620     LABEL RECORDS ARE OMITTED.
000630 01  ACK-PARM-CARD.
000640     05  ACK-CARD-HOURS        PIC X(03).
000650     05  FILLER                PIC X(77).
000660
000670*    ONE ROW PER LOAD FROM THE BI TEAM. THE DATE IS YYYYMMDD, AS
000680*    ON THE XMITOUT HEADER; THE COUNT AND HASH ARE THE FIGURES
000690*    THEIR LOAD COUNTED, TO BE PROVED AGAINST THE TRAILER SENT.
000700 FD  BIACK-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  ACK-BIACK-RECORD.
000730     05  ACK-IN-BUS-DATE       PIC X(08).
000740     05  FILLER                PIC X(01).
000750     05  ACK-IN-RUN-ID         PIC X(14).
000760     05  FILLER                PIC X(01).
000770     05  ACK-IN-COUNT-X        PIC X(09).
000780     05  ACK-IN-COUNT REDEFINES ACK-IN-COUNT-X
000790                               PIC 9(09).
000800     05  FILLER                PIC X(01).
000810     05  ACK-IN-HASH-X         PIC X(15).
000820     05  ACK-IN-HASH REDEFINES ACK-IN-HASH-X
000830                               PIC 9(15).
000840     05  FILLER                PIC X(01).
000850     05  ACK-IN-STATUS         PIC X(01).
000860         88  ACK-IN-ACCEPTED           VALUE "A".
000870         88  ACK-IN-REJECTED           VALUE "R".
000880     05  FILLER                PIC X(01).
000890     05  ACK-IN-REASON         PIC X(28).
000900
000910*    THE TRANSMISSION LOG AS FBXMIT WRITES IT. ROWS LOGGED BEFORE
000920*    THE HASH WAS KEPT HAVE SPACES WHERE THE HASH NOW GOES.
000930 FD  XMITLOG-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  ACK-XMITLOG-RECORD.
000960     05  ACK-LOG-BUS-DATE      PIC X(08).
000970     05  FILLER                PIC X(01).
000980     05  ACK-LOG-RUN-ID        PIC X(14).
000990     05  FILLER                PIC X(01).
001000     05  ACK-LOG-SENT-DATE     PIC X(10).
001010     05  FILLER                PIC X(01).
001020     05  ACK-LOG-SENT-TIME     PIC X(08).
001030     05  FILLER                PIC X(01).
001040     05  ACK-LOG-COUNT         PIC 9(09).
001050     05  FILLER                PIC X(01).
001060     05  ACK-LOG-HASH-X        PIC X(15).
001070     05  FILLER                PIC X(11).
001080
001090 FD  ACKRPT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  ACK-REPORT-RECORD         PIC X(80).
001120
001130 FD  RUNCTL-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY FBRUNCTL.
001160
001170 FD  MSGLOG-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY FBMSGLOG.
001200
001210 WORKING-STORAGE SECTION.
001220 01  ACK-FILE-STATUSES.
001230     05  ACK-SYSIN-STATUS      PIC X(02) VALUE "00".
001240     05  ACK-BIACK-STATUS      PIC X(02) VALUE "00".
001250     05  ACK-XMITLOG-STATUS    PIC X(02) VALUE "00".
001260     05  ACK-ACKRPT-STATUS     PIC X(02) VALUE "00".
001270     05  ACK-RUNCTL-STATUS     PIC X(02) VALUE "00".
001280     05  ACK-MSGLOG-STATUS     PIC X(02) VALUE "00".
001290
001300 01  ACK-SWITCHES.
001310     05  ACK-IN-EOF-SW         PIC X(01) VALUE "N".
001320         88  ACK-IN-AT-EOF             VALUE "Y".
001330     05  ACK-LOG-EOF-SW        PIC X(01) VALUE "N".
001340         88  ACK-LOG-AT-EOF            VALUE "Y".
001350     05  ACK-LATEST-SW         PIC X(01) VALUE "Y".
001360         88  ACK-IS-LATEST-SEND        VALUE "Y".
001370         88  ACK-IS-SUPERSEDED         VALUE "N".
001380
001390*    OUTSTANDING THRESHOLD: A TRANSMISSION WITH NO ACKNOWLEDGMENT
001400*    THIS MANY HOURS AFTER IT WAS SENT IS REPORTED.
001410 01  ACK-HOURS-LIMIT           PIC 9(03) VALUE 24.
001420
001430*    ONE ENTRY PER BUSINESS DATE AND RUN ID ON XMITLOG. A RESEND
001440*    OF THE SAME RUN REPLACES THE SENT TIME AND FIGURES. THE LOG
001450*    ROW NUMBER OF THE LAST SEND SAYS WHICH RUN OF A DATE WENT
001460*    OUT LAST. WHEN THE LOG OUTGROWS THE TABLE THE OLDEST ENTRIES
001470*    ARE DROPPED - THEIR ACKNOWLEDGMENTS ARE LONG SETTLED.
001480 01  ACK-XM-LIMIT              PIC 9(03) VALUE 400.
001490 01  ACK-XM-TABLE.
001500     05  ACK-XM-ENTRY OCCURS 400 TIMES.
001510         10  ACK-XM-BUS-DATE   PIC X(08).
001520         10  ACK-XM-RUN-ID     PIC X(14).
001530         10  ACK-XM-SENT-DATE  PIC X(10).
001540         10  ACK-XM-SENT-TIME  PIC X(08).
001550         10  ACK-XM-COUNT      PIC 9(09).
001560         10  ACK-XM-HASH-X     PIC X(15).
001570         10  ACK-XM-HASH REDEFINES ACK-XM-HASH-X
001580                               PIC 9(15).
001590         10  ACK-XM-LOG-ROW    PIC 9(07).
001600 01  ACK-XM-COUNT-USED         PIC 9(03) VALUE 0.
001610 01  ACK-XM-SUB                PIC 9(03) VALUE 0.
001620 01  ACK-XM-SUB2               PIC 9(03) VALUE 0.
001630 01  ACK-XM-FOUND-SUB          PIC 9(03) VALUE 0.
001640 01  ACK-LOG-ROW               PIC 9(07) VALUE 0.
001650
001660 01  ACK-WORK-FIELDS.
001670     05  ACK-RESULT            PIC X(10) VALUE SPACES.
001680     05  ACK-NEW-STAT          PIC X(01) VALUE SPACE.
001690     05  ACK-MSG-BUS-DATE      PIC X(08) VALUE SPACES.
001700     05  ACK-MSG-RUN-ID        PIC X(14) VALUE SPACES.
001710     05  ACK-HOURS             PIC 9(05) VALUE 0.
001720
001730*    ELAPSED TIME SINCE A SEND, IN MINUTES. EACH DATE IS TURNED
001740*    INTO A DAY NUMBER (DAYS SINCE 31 DECEMBER OF YEAR 0 ON THE
001750*    GREGORIAN CALENDAR) SO THE GAP CAN SPAN A MONTH OR YEAR END.
001760 01  ACK-CUM-DAYS-VALUES       PIC X(36) VALUE
001770         "000031059090120151181212243273304334".
001780 01  ACK-CUM-DAYS-TABLE REDEFINES ACK-CUM-DAYS-VALUES.
001790     05  ACK-CUM-DAYS          PIC 9(03) OCCURS 12 TIMES.
001800 01  ACK-DAY-WORK.
001810     05  ACK-DN-YYYY           PIC 9(04) VALUE 0.
001820     05  ACK-DN-MM             PIC 9(02) VALUE 0.
001830     05  ACK-DN-DD             PIC 9(02) VALUE 0.
001840     05  ACK-DN-YEARS          PIC 9(04) VALUE 0.
001850     05  ACK-DN-QUOT           PIC 9(04) VALUE 0.
001860     05  ACK-DN-REM-4          PIC 9(03) VALUE 0.
001870     05  ACK-DN-REM-100        PIC 9(03) VALUE 0.
001880     05  ACK-DN-REM-400        PIC 9(03) VALUE 0.
001890     05  ACK-DN-DAYS           PIC 9(07) VALUE 0.
001900 01  ACK-NOW-MINUTES           PIC 9(09) VALUE 0.
001910 01  ACK-SENT-MINUTES          PIC 9(09) VALUE 0.
001920 01  ACK-ELAPSED-MINUTES       PIC 9(09) VALUE 0.
001930 01  ACK-SENT-DATE-WORK.
001940     05  ACK-SENT-MM           PIC X(02).
001950     05  FILLER                PIC X(01).
001960     05  ACK-SENT-DD           PIC X(02).
001970     05  FILLER                PIC X(01).
001980     05  ACK-SENT-YYYY         PIC X(04).
001990 01  ACK-SENT-TIME-WORK.
002000     05  ACK-SENT-HH           PIC X(02).
002010     05  FILLER                PIC X(01).
002020     05  ACK-SENT-MI           PIC X(02).
002030     05  FILLER                PIC X(01).
002040     05  ACK-SENT-SS           PIC X(02).
002050 01  ACK-SENT-NUMBERS.
002060     05  ACK-SENT-HH-N         PIC 9(02) VALUE 0.
002070     05  ACK-SENT-MI-N         PIC 9(02) VALUE 0.
002080
002090 01  ACK-COUNTERS.
002100     05  ACK-READ-COUNT        PIC 9(07) VALUE 0.
002110     05  ACK-ACCEPTED-COUNT    PIC 9(07) VALUE 0.
002120     05  ACK-REJECTED-COUNT    PIC 9(07) VALUE 0.
002130     05  ACK-MISMATCH-COUNT    PIC 9(07) VALUE 0.
002140     05  ACK-INVALID-COUNT     PIC 9(07) VALUE 0.
002150     05  ACK-SUPERSEDED-COUNT  PIC 9(07) VALUE 0.
002160     05  ACK-OUTSTANDING-COUNT PIC 9(07) VALUE 0.
002170     05  ACK-IN-WINDOW-COUNT   PIC 9(07) VALUE 0.
002180     05  ACK-NO-RUNCTL-COUNT   PIC 9(07) VALUE 0.
002190     05  ACK-DROPPED-COUNT     PIC 9(07) VALUE 0.
002200     05  ACK-PROBLEM-COUNT     PIC 9(07) VALUE 0.
002210
002220 01  ACK-REPORT-CONTROL.
002230     05  ACK-LINE-COUNT        PIC 9(03) VALUE 0.
002240     05  ACK-LINES-PER-PAGE    PIC 9(03) VALUE 60.
002250     05  ACK-PAGE-COUNT        PIC 9(07) VALUE 0.
002260     05  ACK-DETAIL-LINE       PIC X(80) VALUE SPACES.
002270
002280 01  ACK-CURRENT-DATE.
002290     05  ACK-CUR-YYYY          PIC 9(04).
002300     05  ACK-CUR-MM            PIC 9(02).
002310     05  ACK-CUR-DD            PIC 9(02).
002320 01  ACK-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
002330 01  ACK-CURRENT-TIME.
002340     05  ACK-CUR-HH            PIC 9(02).
002350     05  ACK-CUR-MIN           PIC 9(02).
002360     05  ACK-CUR-SS            PIC 9(02).
002370     05  FILLER                PIC 9(02).
002380 01  ACK-RUN-TIMESTAMP         PIC X(14) VALUE SPACES.
002390
002400*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002410*    TO SYSOUT AND TO MSGLOG.
002420 01  ACK-MESSAGE-AREA.
002430     05  ACK-MSG-TEXT          PIC X(132) VALUE SPACES.
002440     05  ACK-MSG-LEN           PIC 9(03) VALUE 0.
002450     05  ACK-MSGLOG-SW         PIC X(01) VALUE "N".
002460         88  ACK-MSGLOG-NOT-OPENED     VALUE "N".
002470         88  ACK-MSGLOG-IS-OPEN        VALUE "Y".
002480         88  ACK-MSGLOG-UNAVAILABLE    VALUE "U".
002490 01  ACK-MSG-DATE.
002500     05  ACK-MSG-YYYY          PIC 9(04).
002510     05  ACK-MSG-MM            PIC 9(02).
002520     05  ACK-MSG-DD            PIC 9(02).
002530 01  ACK-MSG-TIME.
002540     05  ACK-MSG-HH            PIC 9(02).
002550     05  ACK-MSG-MI            PIC 9(02).
002560     05  ACK-MSG-SS            PIC 9(02).
002570     05  ACK-MSG-HS            PIC 9(02).
002580
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 1300-LOAD-XMIT-LOG THRU 1300-EXIT.
002630     PERFORM 2000-TAKE-ACKNOWLEDGMENTS THRU 2000-EXIT.
002640     PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT.
002650     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002660     GO TO 9999-EXIT.
002670
002680*-----------------------------------------------------------------
002690* 1000-INITIALIZE
002700* READS THE OPTIONAL CONTROL CARD AND OPENS ACKRPT AND RUNCTL.
002710* EITHER FILE FAILING TO OPEN REJECTS THE RUN - WITHOUT RUNCTL
002720* NOTHING CAN BE STAMPED OR FOUND OUTSTANDING.
002730*-----------------------------------------------------------------
002740 1000-INITIALIZE.
002750     ACCEPT ACK-CURRENT-DATE FROM DATE YYYYMMDD.
002760     STRING ACK-CUR-MM   DELIMITED BY SIZE
002770            "/"          DELIMITED BY SIZE
002780            ACK-CUR-DD   DELIMITED BY SIZE
002790            "/"          DELIMITED BY SIZE
002800            ACK-CUR-YYYY DELIMITED BY SIZE
002810       INTO ACK-RUN-DATE-DISPLAY.
002820     ACCEPT ACK-CURRENT-TIME FROM TIME.
002830     STRING ACK-CURRENT-DATE DELIMITED BY SIZE
002840            ACK-CUR-HH       DELIMITED BY SIZE
002850            ACK-CUR-MIN      DELIMITED BY SIZE
002860            ACK-CUR-SS       DELIMITED BY SIZE
002870       INTO ACK-RUN-TIMESTAMP.
002880     MOVE ACK-CUR-YYYY TO ACK-DN-YYYY.
002890     MOVE ACK-CUR-MM   TO ACK-DN-MM.
002900     MOVE ACK-CUR-DD   TO ACK-DN-DD.
002910     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
002920     MULTIPLY ACK-DN-DAYS BY 1440 GIVING ACK-NOW-MINUTES.
002930     MULTIPLY ACK-CUR-HH BY 60 GIVING ACK-ELAPSED-MINUTES.
002940     ADD ACK-ELAPSED-MINUTES TO ACK-NOW-MINUTES.
002950     ADD ACK-CUR-MIN TO ACK-NOW-MINUTES.
002960     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002970     OPEN OUTPUT ACKRPT-FILE.
002980     IF ACK-ACKRPT-STATUS NOT = "00"
002990       MOVE "FBACKIN0001E ACKRPT OPEN FAILED - RUN REJECTED"
003000         TO ACK-MSG-TEXT
003010       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003020       MOVE 16 TO RETURN-CODE
003030       GO TO 9999-EXIT
003040     END-IF.
003050     OPEN I-O RUNCTL-FILE.
003060     IF ACK-RUNCTL-STATUS NOT = "00"
003070       MOVE "FBACKIN0002E RUNCTL NOT AVAILABLE - RUN REJECTED"
003080         TO ACK-MSG-TEXT
003090       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003100       MOVE 16 TO RETURN-CODE
003110       CLOSE ACKRPT-FILE
003120       GO TO 9999-EXIT
003130     END-IF.
003140     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
003150     MOVE SPACES TO ACK-DETAIL-LINE.
003160     STRING "OUTSTANDING AFTER   : " DELIMITED BY SIZE
003170            ACK-HOURS-LIMIT          DELIMITED BY SIZE
003180            " HOURS"                 DELIMITED BY SIZE
003190       INTO ACK-DETAIL-LINE.
003200     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003210     MOVE SPACES TO ACK-DETAIL-LINE.
003220     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270* 1100-READ-PARM-CARD
003280* READS THE OPTIONAL SYSIN CARD: THE OUTSTANDING THRESHOLD IN
003290* WHOLE HOURS IN COLS 1-3. A MISSING FILE, EMPTY FILE OR BLANK
003300* FIELD KEEPS 24 HOURS. A BAD FIELD REJECTS THE RUN.
003310*-----------------------------------------------------------------
003320 1100-READ-PARM-CARD.
003330     OPEN INPUT SYSIN-FILE.
003340     IF ACK-SYSIN-STATUS NOT = "00"
003350       GO TO 1100-EXIT
003360     END-IF.
003370     READ SYSIN-FILE
003380       AT END
003390         CLOSE SYSIN-FILE
003400         GO TO 1100-EXIT
003410     END-READ.
003420     IF ACK-CARD-HOURS NOT = SPACES
003430       IF ACK-CARD-HOURS NOT NUMERIC
003440         OR ACK-CARD-HOURS = "000"
003450         MOVE SPACES TO ACK-MSG-TEXT
003460         STRING "FBACKIN0003E OUTSTANDING HOURS MUST BE 001-999 "
003470                                                 DELIMITED BY SIZE
003480                "- RUN REJECTED"                 DELIMITED BY SIZE
003490           INTO ACK-MSG-TEXT
003500         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003510         MOVE 16 TO RETURN-CODE
003520         CLOSE SYSIN-FILE
003530         GO TO 9999-EXIT
003540       END-IF
003550       MOVE ACK-CARD-HOURS TO ACK-HOURS-LIMIT
003560     END-IF.
003570     CLOSE SYSIN-FILE.
003580 1100-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620* 1300-LOAD-XMIT-LOG
003630* LOADS THE TRANSMISSION LOG INTO THE TABLE, ONE ENTRY PER
003640* BUSINESS DATE AND RUN ID. A MISSING LOG MEANS NOTHING HAS BEEN
003650* SENT, SO EVERY ACKNOWLEDGMENT WILL FAIL TO MATCH.
003660*-----------------------------------------------------------------
003670 1300-LOAD-XMIT-LOG.
003680     OPEN INPUT XMITLOG-FILE.
003690     IF ACK-XMITLOG-STATUS NOT = "00"
003700       MOVE SPACES TO ACK-MSG-TEXT
003710       STRING "FBACKIN0004I XMITLOG NOT FOUND - NO TRANSMISSIONS "
003720                                                 DELIMITED BY SIZE
003730              "ON RECORD"                        DELIMITED BY SIZE
003740         INTO ACK-MSG-TEXT
003750       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003760       GO TO 1300-EXIT
003770     END-IF.
003780     PERFORM 1310-LOAD-ONE-LOG-ROW THRU 1310-EXIT
003790       UNTIL ACK-LOG-AT-EOF.
003800     CLOSE XMITLOG-FILE.
003810     IF ACK-DROPPED-COUNT > 0
003820       MOVE SPACES TO ACK-MSG-TEXT
003830       STRING "FBACKIN0005W XMITLOG HOLDS MORE THAN 400 "
003840                                                 DELIMITED BY SIZE
003850              "TRANSMISSIONS - OLDEST "          DELIMITED BY SIZE
003860              ACK-DROPPED-COUNT                  DELIMITED BY SIZE
003870              " NOT CHECKED"                     DELIMITED BY SIZE
003880         INTO ACK-MSG-TEXT
003890       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
003900     END-IF.
003910 1300-EXIT.
003920     EXIT.
003930
003940 1310-LOAD-ONE-LOG-ROW.
003950     READ XMITLOG-FILE
003960       AT END
003970         SET ACK-LOG-AT-EOF TO TRUE
003980         GO TO 1310-EXIT
003990     END-READ.
004000     ADD 1 TO ACK-LOG-ROW.
004010     IF ACK-LOG-BUS-DATE NOT NUMERIC
004020       GO TO 1310-EXIT
004030     END-IF.
004040     MOVE 0 TO ACK-XM-FOUND-SUB.
004050     PERFORM 1320-FIND-LOG-ENTRY THRU 1320-EXIT
004060       VARYING ACK-XM-SUB FROM 1 BY 1
004070         UNTIL ACK-XM-SUB > ACK-XM-COUNT-USED
004080           OR ACK-XM-FOUND-SUB > 0.
004090     IF ACK-XM-FOUND-SUB = 0
004100       IF ACK-XM-COUNT-USED NOT < ACK-XM-LIMIT
004110         PERFORM 1330-DROP-OLDEST-ENTRY THRU 1330-EXIT
004120       END-IF
004130       ADD 1 TO ACK-XM-COUNT-USED
004140       MOVE ACK-XM-COUNT-USED TO ACK-XM-FOUND-SUB
004150       MOVE ACK-LOG-BUS-DATE TO ACK-XM-BUS-DATE(ACK-XM-FOUND-SUB)
004160       MOVE ACK-LOG-RUN-ID   TO ACK-XM-RUN-ID(ACK-XM-FOUND-SUB)
004170     END-IF.
004180     MOVE ACK-LOG-SENT-DATE TO ACK-XM-SENT-DATE(ACK-XM-FOUND-SUB).
004190     MOVE ACK-LOG-SENT-TIME TO ACK-XM-SENT-TIME(ACK-XM-FOUND-SUB).
004200     MOVE ACK-LOG-COUNT     TO ACK-XM-COUNT(ACK-XM-FOUND-SUB).
004210     MOVE ACK-LOG-HASH-X    TO ACK-XM-HASH-X(ACK-XM-FOUND-SUB).
004220     MOVE ACK-LOG-ROW       TO ACK-XM-LOG-ROW(ACK-XM-FOUND-SUB).
004230 1310-EXIT.
004240     EXIT.
004250
004260 1320-FIND-LOG-ENTRY.
004270     IF ACK-XM-BUS-DATE(ACK-XM-SUB) = ACK-LOG-BUS-DATE
004280       AND ACK-XM-RUN-ID(ACK-XM-SUB) = ACK-LOG-RUN-ID
004290       MOVE ACK-XM-SUB TO ACK-XM-FOUND-SUB
004300     END-IF.
004310 1320-EXIT.
004320     EXIT.
004330
004340*    SLIDES THE TABLE DOWN ONE ENTRY, LOSING THE OLDEST.
004350 1330-DROP-OLDEST-ENTRY.
004360     PERFORM 1335-SHIFT-ONE-ENTRY THRU 1335-EXIT
004370       VARYING ACK-XM-SUB FROM 2 BY 1
004380         UNTIL ACK-XM-SUB > ACK-XM-COUNT-USED.
004390     SUBTRACT 1 FROM ACK-XM-COUNT-USED.
004400     ADD 1 TO ACK-DROPPED-COUNT.
004410 1330-EXIT.
004420     EXIT.
004430
004440 1335-SHIFT-ONE-ENTRY.
004450     SUBTRACT 1 FROM ACK-XM-SUB GIVING ACK-XM-SUB2.
004460     MOVE ACK-XM-ENTRY(ACK-XM-SUB) TO ACK-XM-ENTRY(ACK-XM-SUB2).
004470 1335-EXIT.
004480     EXIT.
004490
004500*-----------------------------------------------------------------
004510* 1600-WRITE-REPORT-HEADING
004520* WRITES THE REPORT HEADING AT THE TOP OF EACH PAGE AND RESETS
004530* THE PAGE LINE COUNT.
004540*-----------------------------------------------------------------
004550 1600-WRITE-REPORT-HEADING.
004560     ADD 1 TO ACK-PAGE-COUNT.
004570     MOVE SPACES TO ACK-REPORT-RECORD.
004580     STRING "BI ACKNOWLEDGMENT INTAKE" DELIMITED BY SIZE
004590            "   RUN DATE: "            DELIMITED BY SIZE
004600            ACK-RUN-DATE-DISPLAY      DELIMITED BY SIZE
004610            "   PAGE: "               DELIMITED BY SIZE
004620            ACK-PAGE-COUNT            DELIMITED BY SIZE
004630       INTO ACK-REPORT-RECORD.
004640     WRITE ACK-REPORT-RECORD.
004650     MOVE SPACES TO ACK-REPORT-RECORD.
004660     WRITE ACK-REPORT-RECORD.
004670     MOVE 0 TO ACK-LINE-COUNT.
004680 1600-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------------
004720* 2000-TAKE-ACKNOWLEDGMENTS
004730* MATCHES EVERY BIACK ROW TO WHAT WAS SENT AND STAMPS RUNCTL. NO
004740* BIACK FILE MEANS NO ACKNOWLEDGMENTS CAME BACK THIS TIME - THE
004750* OUTSTANDING LIST STILL RUNS.
004760*-----------------------------------------------------------------
004770 2000-TAKE-ACKNOWLEDGMENTS.
004780     MOVE "*** ACKNOWLEDGMENTS RECEIVED ***" TO ACK-DETAIL-LINE.
004790     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004800     MOVE SPACES TO ACK-DETAIL-LINE.
004810     STRING "BUS DATE RUN ID             COUNT      HASH TOTAL "
004820                                           DELIMITED BY SIZE
004830            "RESULT     REASON"            DELIMITED BY SIZE
004840       INTO ACK-DETAIL-LINE.
004850     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004860     OPEN INPUT BIACK-FILE.
004870     IF ACK-BIACK-STATUS NOT = "00"
004880       MOVE SPACES TO ACK-MSG-TEXT
004890       STRING "FBACKIN0006I NO BIACK FILE - NO ACKNOWLEDGMENTS "
004900                                                 DELIMITED BY SIZE
004910              "TAKEN"                            DELIMITED BY SIZE
004920         INTO ACK-MSG-TEXT
004930       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004940       MOVE "  (NONE)" TO ACK-DETAIL-LINE
004950       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
004960       GO TO 2000-EXIT
004970     END-IF.
004980     PERFORM 2100-TAKE-ONE-ACK THRU 2100-EXIT
004990       UNTIL ACK-IN-AT-EOF.
005000     CLOSE BIACK-FILE.
005010     IF ACK-READ-COUNT = 0
005020       MOVE "  (NONE)" TO ACK-DETAIL-LINE
005030       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005040     END-IF.
005050     MOVE SPACES TO ACK-MSG-BUS-DATE.
005060     MOVE SPACES TO ACK-MSG-RUN-ID.
005070 2000-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------------
005110* 2100-TAKE-ONE-ACK
005120* A ROW THAT CANNOT BE READ, OR THAT NAMES A DATE AND RUN ID
005130* NEVER SENT, IS REPORTED AND STAMPS NOTHING. A MATCHED ROW
005140* WHOSE COUNT OR HASH DISAGREES WITH THE SEND IS STAMPED M
005150* WHATEVER THE BI TEAM SAYS; OTHERWISE THEIR A OR R IS STAMPED.
005160* A ROW FOR A RUN SINCE SENT AGAIN UNDER ANOTHER RUN ID IS
005170* REPORTED BUT NOT STAMPED, SO IT CANNOT CLOSE THE LATER SEND.
005180* ROWS LOGGED BEFORE THE HASH WAS KEPT ARE PROVED ON COUNT.
005190*-----------------------------------------------------------------
005200 2100-TAKE-ONE-ACK.
005210     READ BIACK-FILE
005220       AT END
005230         SET ACK-IN-AT-EOF TO TRUE
005240         GO TO 2100-EXIT
005250     END-READ.
005260     IF ACK-BIACK-RECORD = SPACES
005270       GO TO 2100-EXIT
005280     END-IF.
005290     ADD 1 TO ACK-READ-COUNT.
005300     MOVE ACK-IN-BUS-DATE TO ACK-MSG-BUS-DATE.
005310     MOVE ACK-IN-RUN-ID   TO ACK-MSG-RUN-ID.
005320     IF ACK-IN-BUS-DATE NOT NUMERIC
005330       OR ACK-IN-COUNT-X NOT NUMERIC
005340       OR ACK-IN-HASH-X NOT NUMERIC
005350       OR NOT (ACK-IN-ACCEPTED OR ACK-IN-REJECTED)
005360       ADD 1 TO ACK-INVALID-COUNT
005370       MOVE "INVALID" TO ACK-RESULT
005380       PERFORM 2200-PRINT-ACK-LINE THRU 2200-EXIT
005390       MOVE SPACES TO ACK-MSG-TEXT
005400       STRING "FBACKIN0007E ACKNOWLEDGMENT ROW " DELIMITED BY SIZE
005410              ACK-READ-COUNT                     DELIMITED BY SIZE
005420              " IS NOT VALID - NOT MATCHED"      DELIMITED BY SIZE
005430         INTO ACK-MSG-TEXT
005440       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005450       GO TO 2100-EXIT
005460     END-IF.
005470     MOVE 0 TO ACK-XM-FOUND-SUB.
005480     PERFORM 2110-FIND-SENT-ENTRY THRU 2110-EXIT
005490       VARYING ACK-XM-SUB FROM 1 BY 1
005500         UNTIL ACK-XM-SUB > ACK-XM-COUNT-USED
005510           OR ACK-XM-FOUND-SUB > 0.
005520     IF ACK-XM-FOUND-SUB = 0
005530       ADD 1 TO ACK-MISMATCH-COUNT
005540       MOVE "NOT SENT" TO ACK-RESULT
005550       PERFORM 2200-PRINT-ACK-LINE THRU 2200-EXIT
005560       MOVE SPACES TO ACK-MSG-TEXT
005570       STRING "FBACKIN0008E ACKNOWLEDGMENT FOR " DELIMITED BY SIZE
005580              ACK-IN-BUS-DATE                    DELIMITED BY SIZE
005590              " RUN "                            DELIMITED BY SIZE
005600              ACK-IN-RUN-ID                      DELIMITED BY SIZE
005610              " IS NOT ON XMITLOG"               DELIMITED BY SIZE
005620         INTO ACK-MSG-TEXT
005630       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005640       GO TO 2100-EXIT
005650     END-IF.
005660     MOVE ACK-XM-FOUND-SUB TO ACK-XM-SUB.
005670     PERFORM 3200-CHECK-LATEST-SEND THRU 3200-EXIT.
005680     IF ACK-IS-SUPERSEDED
005690       ADD 1 TO ACK-SUPERSEDED-COUNT
005700       MOVE "SUPERSEDED" TO ACK-RESULT
005710       PERFORM 2200-PRINT-ACK-LINE THRU 2200-EXIT
005720       MOVE SPACES TO ACK-MSG-TEXT
005730       STRING "FBACKIN0011W ACKNOWLEDGMENT FOR " DELIMITED BY SIZE
005740              ACK-IN-BUS-DATE                    DELIMITED BY SIZE
005750              " RUN "                            DELIMITED BY SIZE
005760              ACK-IN-RUN-ID                      DELIMITED BY SIZE
005770              " IS FOR A SUPERSEDED SEND - NOT STAMPED"
005780                                                 DELIMITED BY SIZE
005790         INTO ACK-MSG-TEXT
005800       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005810       GO TO 2100-EXIT
005820     END-IF.
005830     IF ACK-IN-COUNT NOT = ACK-XM-COUNT(ACK-XM-FOUND-SUB)
005840       OR (ACK-XM-HASH-X(ACK-XM-FOUND-SUB) NUMERIC
005850         AND ACK-IN-HASH NOT = ACK-XM-HASH(ACK-XM-FOUND-SUB))
005860       ADD 1 TO ACK-MISMATCH-COUNT
005870       MOVE "MISMATCH" TO ACK-RESULT
005880       MOVE "M" TO ACK-NEW-STAT
005890       PERFORM 2200-PRINT-ACK-LINE THRU 2200-EXIT
005900       PERFORM 2210-PRINT-SENT-LINE THRU 2210-EXIT
005910       MOVE SPACES TO ACK-MSG-TEXT
005920       STRING "FBACKIN0009E ACKNOWLEDGMENT FOR " DELIMITED BY SIZE
005930              ACK-IN-BUS-DATE                    DELIMITED BY SIZE
005940              " RUN "                            DELIMITED BY SIZE
005950              ACK-IN-RUN-ID                      DELIMITED BY SIZE
005960              " DISAGREES WITH THE COUNT OR HASH SENT"
005970                                                 DELIMITED BY SIZE
005980         INTO ACK-MSG-TEXT
005990       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006000       PERFORM 2300-STAMP-RUN-CONTROL THRU 2300-EXIT
006010       GO TO 2100-EXIT
006020     END-IF.
006030     IF ACK-IN-REJECTED
006040       ADD 1 TO ACK-REJECTED-COUNT
006050       MOVE "REJECTED" TO ACK-RESULT
006060       MOVE "R" TO ACK-NEW-STAT
006070       PERFORM 2200-PRINT-ACK-LINE THRU 2200-EXIT
006080       MOVE SPACES TO ACK-MSG-TEXT
006090       STRING "FBACKIN0010E BI LOAD REJECTED "   DELIMITED BY SIZE
006100              ACK-IN-BUS-DATE                    DELIMITED BY SIZE
006110              " RUN "                            DELIMITED BY SIZE
006120              ACK-IN-RUN-ID                      DELIMITED BY SIZE
006130              " - "                              DELIMITED BY SIZE
006140              ACK-IN-REASON                      DELIMITED BY SIZE
006150         INTO ACK-MSG-TEXT
006160       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006170       PERFORM 2300-STAMP-RUN-CONTROL THRU 2300-EXIT
006180       GO TO 2100-EXIT
006190     END-IF.
006200     ADD 1 TO ACK-ACCEPTED-COUNT.
006210     MOVE "ACCEPTED" TO ACK-RESULT.
006220     MOVE "A" TO ACK-NEW-STAT.
006230     PERFORM 2200-PRINT-ACK-LINE THRU 2200-EXIT.
006240     PERFORM 2300-STAMP-RUN-CONTROL THRU 2300-EXIT.
006250 2100-EXIT.
006260     EXIT.
006270
006280 2110-FIND-SENT-ENTRY.
006290     IF ACK-XM-BUS-DATE(ACK-XM-SUB) = ACK-IN-BUS-DATE
006300       AND ACK-XM-RUN-ID(ACK-XM-SUB) = ACK-IN-RUN-ID
006310       MOVE ACK-XM-SUB TO ACK-XM-FOUND-SUB
006320     END-IF.
006330 2110-EXIT.
006340     EXIT.
006350
006360 2200-PRINT-ACK-LINE.
006370     MOVE SPACES TO ACK-DETAIL-LINE.
006380     STRING ACK-IN-BUS-DATE         DELIMITED BY SIZE
006390            " "                     DELIMITED BY SIZE
006400            ACK-IN-RUN-ID           DELIMITED BY SIZE
006410            " "                     DELIMITED BY SIZE
006420            ACK-IN-COUNT-X          DELIMITED BY SIZE
006430            " "                     DELIMITED BY SIZE
006440            ACK-IN-HASH-X           DELIMITED BY SIZE
006450            " "                     DELIMITED BY SIZE
006460            ACK-RESULT              DELIMITED BY SIZE
006470            " "                     DELIMITED BY SIZE
006480            ACK-IN-REASON(1:19)     DELIMITED BY SIZE
006490       INTO ACK-DETAIL-LINE.
006500     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006510 2200-EXIT.
006520     EXIT.
006530
006540*    UNDER A MISMATCH, THE FIGURES ACTUALLY SENT.
006550 2210-PRINT-SENT-LINE.
006560     MOVE SPACES TO ACK-DETAIL-LINE.
006570     STRING "         AS SENT        "         DELIMITED BY SIZE
006580            ACK-XM-COUNT(ACK-XM-FOUND-SUB)     DELIMITED BY SIZE
006590            " "                                DELIMITED BY SIZE
006600            ACK-XM-HASH-X(ACK-XM-FOUND-SUB)    DELIMITED BY SIZE
006610       INTO ACK-DETAIL-LINE.
006620     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006630 2210-EXIT.
006640     EXIT.
006650
006660*-----------------------------------------------------------------
006670* 2300-STAMP-RUN-CONTROL
006680* STAMPS THE ACKNOWLEDGMENT STATUS IN ACK-NEW-STAT AND THE INTAKE
006690* TIMESTAMP ON THE CYCLE'S RUNCTL RECORD. A LATER ACKNOWLEDGMENT
006700* FOR THE SAME CYCLE REPLACES AN EARLIER ONE. AN ACKNOWLEDGMENT
006701* FOR A RUN SINCE RERUN FOR THE SAME DATE IS NOT STAMPED.
006710*-----------------------------------------------------------------
006720 2300-STAMP-RUN-CONTROL.
006730     MOVE ACK-IN-BUS-DATE TO FB-RCTL-BUS-DATE.
006740     READ RUNCTL-FILE
006750       INVALID KEY
006760         MOVE SPACES TO ACK-MSG-TEXT
006770         STRING "FBACKIN0012W NO RUNCTL RECORD FOR "
006780                                                 DELIMITED BY SIZE
006790                ACK-IN-BUS-DATE                  DELIMITED BY SIZE
006800                " - ACKNOWLEDGMENT NOT STAMPED"  DELIMITED BY SIZE
006810           INTO ACK-MSG-TEXT
006820         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006830         GO TO 2300-EXIT
006840     END-READ.
006841     IF FB-RCTL-MAIN-RUN-ID NOT = ACK-IN-RUN-ID
006842       MOVE SPACES TO ACK-MSG-TEXT
006843       STRING "FBACKIN0017W ACK FOR RUN "        DELIMITED BY SIZE
006844              ACK-IN-RUN-ID                      DELIMITED BY SIZE
006845              " - RUN SUPERSEDED, NOT STAMPED"   DELIMITED BY SIZE
006846         INTO ACK-MSG-TEXT
006847       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006848       GO TO 2300-EXIT
006849     END-IF.
006850     MOVE ACK-NEW-STAT      TO FB-RCTL-ACK-STAT.
006860     MOVE ACK-RUN-TIMESTAMP TO FB-RCTL-ACK-TIMESTAMP.
006870     REWRITE FB-RCTL-RECORD
006880       INVALID KEY
006890         MOVE SPACES TO ACK-MSG-TEXT
006900         STRING "FBACKIN0013E RUNCTL REWRITE FAILED FOR "
006910                                                 DELIMITED BY SIZE
006920                FB-RCTL-BUS-DATE                 DELIMITED BY SIZE
006930           INTO ACK-MSG-TEXT
006940         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
006950     END-REWRITE.
006960 2300-EXIT.
006970     EXIT.
006980
006990*-----------------------------------------------------------------
007000* 2800-WRITE-REPORT-LINE
007010* WRITES ONE DETAIL LINE TO ACKRPT, BREAKING TO A NEW PAGE AND
007020* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
007030*-----------------------------------------------------------------
007040 2800-WRITE-REPORT-LINE.
007050     IF ACK-LINE-COUNT >= ACK-LINES-PER-PAGE
007060       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
007070     END-IF.
007080     WRITE ACK-REPORT-RECORD FROM ACK-DETAIL-LINE.
007090     ADD 1 TO ACK-LINE-COUNT.
007100 2800-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------------
007140* 2900-COMPUTE-DAY-NUMBER
007150* TURNS ACK-DN-YYYY/MM/DD INTO A DAY NUMBER IN ACK-DN-DAYS: THE
007160* DAYS IN THE WHOLE YEARS BEFORE IT (WITH THEIR LEAP DAYS), THE
007170* DAYS IN THE WHOLE MONTHS BEFORE IT, AND THE DAY ITSELF.
007180*-----------------------------------------------------------------
007190 2900-COMPUTE-DAY-NUMBER.
007200     SUBTRACT 1 FROM ACK-DN-YYYY GIVING ACK-DN-YEARS.
007210     MULTIPLY ACK-DN-YEARS BY 365 GIVING ACK-DN-DAYS.
007220     DIVIDE ACK-DN-YEARS BY 4 GIVING ACK-DN-QUOT.
007230     ADD ACK-DN-QUOT TO ACK-DN-DAYS.
007240     DIVIDE ACK-DN-YEARS BY 100 GIVING ACK-DN-QUOT.
007250     SUBTRACT ACK-DN-QUOT FROM ACK-DN-DAYS.
007260     DIVIDE ACK-DN-YEARS BY 400 GIVING ACK-DN-QUOT.
007270     ADD ACK-DN-QUOT TO ACK-DN-DAYS.
007280     ADD ACK-CUM-DAYS(ACK-DN-MM) TO ACK-DN-DAYS.
007290     ADD ACK-DN-DD TO ACK-DN-DAYS.
007300     IF ACK-DN-MM > 2
007310       DIVIDE ACK-DN-YYYY BY 4 GIVING ACK-DN-QUOT
007320         REMAINDER ACK-DN-REM-4
007330       DIVIDE ACK-DN-YYYY BY 100 GIVING ACK-DN-QUOT
007340         REMAINDER ACK-DN-REM-100
007350       DIVIDE ACK-DN-YYYY BY 400 GIVING ACK-DN-QUOT
007360         REMAINDER ACK-DN-REM-400
007370       IF ACK-DN-REM-4 = 0
007380         AND (ACK-DN-REM-100 NOT = 0 OR ACK-DN-REM-400 = 0)
007390         ADD 1 TO ACK-DN-DAYS
007400       END-IF
007410     END-IF.
007420 2900-EXIT.
007430     EXIT.
007440
007450*-----------------------------------------------------------------
007460* 3000-LIST-OUTSTANDING
007470* LISTS EVERY BUSINESS DATE WHOSE LAST SEND HAS NO
007480* ACKNOWLEDGMENT STAMPED ON RUNCTL AND WENT OUT AT LEAST THE
007490* THRESHOLD HOURS AGO. A DATE WHOSE RUNCTL RECORD HAS BEEN
007500* PURGED CAN NEVER BE STAMPED, SO IT IS ONLY COUNTED.
007510*-----------------------------------------------------------------
007520 3000-LIST-OUTSTANDING.
007530     MOVE SPACES TO ACK-DETAIL-LINE.
007540     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007550     MOVE "*** OUTSTANDING TRANSMISSIONS ***" TO ACK-DETAIL-LINE.
007560     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007570     MOVE SPACES TO ACK-DETAIL-LINE.
007580     STRING "BUS DATE RUN ID         SENT DATE  SENT TIME "
007590                                           DELIMITED BY SIZE
007600            "HOURS"                        DELIMITED BY SIZE
007610       INTO ACK-DETAIL-LINE.
007620     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007630     PERFORM 3100-CHECK-ONE-SEND THRU 3100-EXIT
007640       VARYING ACK-XM-SUB FROM 1 BY 1
007650         UNTIL ACK-XM-SUB > ACK-XM-COUNT-USED.
007660     IF ACK-OUTSTANDING-COUNT = 0
007670       MOVE "  (NONE)" TO ACK-DETAIL-LINE
007680       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
007690     END-IF.
007700     MOVE SPACES TO ACK-DETAIL-LINE.
007710     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
007720 3000-EXIT.
007730     EXIT.
007740
007750 3100-CHECK-ONE-SEND.
007760     PERFORM 3200-CHECK-LATEST-SEND THRU 3200-EXIT.
007770     IF ACK-IS-SUPERSEDED
007780       GO TO 3100-EXIT
007790     END-IF.
007800     MOVE ACK-XM-BUS-DATE(ACK-XM-SUB) TO FB-RCTL-BUS-DATE.
007810     READ RUNCTL-FILE
007820       INVALID KEY
007830         ADD 1 TO ACK-NO-RUNCTL-COUNT
007840         GO TO 3100-EXIT
007850     END-READ.
007851     IF FB-RCTL-MAIN-RUN-ID NOT = ACK-XM-RUN-ID(ACK-XM-SUB)
007852       GO TO 3100-EXIT
007853     END-IF.
007860     IF FB-RCTL-ACK-STAT NOT = SPACE
007870       GO TO 3100-EXIT
007880     END-IF.
007890     PERFORM 3300-COMPUTE-HOURS-SENT THRU 3300-EXIT.
007900     IF ACK-HOURS < ACK-HOURS-LIMIT
007910       ADD 1 TO ACK-IN-WINDOW-COUNT
007920       GO TO 3100-EXIT
007930     END-IF.
007940     ADD 1 TO ACK-OUTSTANDING-COUNT.
007950     MOVE SPACES TO ACK-DETAIL-LINE.
007960     STRING ACK-XM-BUS-DATE(ACK-XM-SUB)  DELIMITED BY SIZE
007970            " "                          DELIMITED BY SIZE
007980            ACK-XM-RUN-ID(ACK-XM-SUB)    DELIMITED BY SIZE
007990            " "                          DELIMITED BY SIZE
008000            ACK-XM-SENT-DATE(ACK-XM-SUB) DELIMITED BY SIZE
008010            " "                          DELIMITED BY SIZE
008020            ACK-XM-SENT-TIME(ACK-XM-SUB) DELIMITED BY SIZE
008030            "  "                         DELIMITED BY SIZE
008040            ACK-HOURS                    DELIMITED BY SIZE
008050       INTO ACK-DETAIL-LINE.
008060     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008070 3100-EXIT.
008080     EXIT.
008090
008100*-----------------------------------------------------------------
008110* 3200-CHECK-LATEST-SEND
008120* SETS ACK-IS-SUPERSEDED WHEN THE BUSINESS DATE OF ENTRY
008130* ACK-XM-SUB WAS SENT AGAIN LATER UNDER ANOTHER RUN ID.
008140*-----------------------------------------------------------------
008150 3200-CHECK-LATEST-SEND.
008160     SET ACK-IS-LATEST-SEND TO TRUE.
008170     PERFORM 3210-COMPARE-ONE-SEND THRU 3210-EXIT
008180       VARYING ACK-XM-SUB2 FROM 1 BY 1
008190         UNTIL ACK-XM-SUB2 > ACK-XM-COUNT-USED
008200           OR ACK-IS-SUPERSEDED.
008210 3200-EXIT.
008220     EXIT.
008230
008240 3210-COMPARE-ONE-SEND.
008250     IF ACK-XM-BUS-DATE(ACK-XM-SUB2)
008260         = ACK-XM-BUS-DATE(ACK-XM-SUB)
008270       AND ACK-XM-LOG-ROW(ACK-XM-SUB2)
008280         > ACK-XM-LOG-ROW(ACK-XM-SUB)
008290       SET ACK-IS-SUPERSEDED TO TRUE
008300     END-IF.
008310 3210-EXIT.
008320     EXIT.
008330
008340*-----------------------------------------------------------------
008350* 3300-COMPUTE-HOURS-SENT
008360* WHOLE HOURS FROM THE SEND OF ENTRY ACK-XM-SUB (XMITLOG DATE
008370* MM/DD/YYYY AND TIME HH:MM:SS) TO THIS RUN, IN ACK-HOURS. A SEND
008380* TIME THAT CANNOT BE READ COUNTS AS LONG OVERDUE.
008390*-----------------------------------------------------------------
008400 3300-COMPUTE-HOURS-SENT.
008410     MOVE ACK-XM-SENT-DATE(ACK-XM-SUB) TO ACK-SENT-DATE-WORK.
008420     MOVE ACK-XM-SENT-TIME(ACK-XM-SUB) TO ACK-SENT-TIME-WORK.
008430     IF ACK-SENT-MM NOT NUMERIC
008440       OR ACK-SENT-MM < "01" OR ACK-SENT-MM > "12"
008450       OR ACK-SENT-DD NOT NUMERIC
008460       OR ACK-SENT-YYYY NOT NUMERIC
008470       OR ACK-SENT-HH NOT NUMERIC
008480       OR ACK-SENT-MI NOT NUMERIC
008490       MOVE 99999 TO ACK-HOURS
008500       GO TO 3300-EXIT
008510     END-IF.
008520     MOVE ACK-SENT-YYYY TO ACK-DN-YYYY.
008530     MOVE ACK-SENT-MM   TO ACK-DN-MM.
008540     MOVE ACK-SENT-DD   TO ACK-DN-DD.
008550     PERFORM 2900-COMPUTE-DAY-NUMBER THRU 2900-EXIT.
008560     MOVE ACK-SENT-HH TO ACK-SENT-HH-N.
008570     MOVE ACK-SENT-MI TO ACK-SENT-MI-N.
008580     MULTIPLY ACK-DN-DAYS BY 1440 GIVING ACK-SENT-MINUTES.
008590     MULTIPLY ACK-SENT-HH-N BY 60 GIVING ACK-ELAPSED-MINUTES.
008600     ADD ACK-ELAPSED-MINUTES TO ACK-SENT-MINUTES.
008610     ADD ACK-SENT-MI-N TO ACK-SENT-MINUTES.
008620     MOVE 0 TO ACK-HOURS.
008630     IF ACK-NOW-MINUTES > ACK-SENT-MINUTES
008640       SUBTRACT ACK-SENT-MINUTES FROM ACK-NOW-MINUTES
008650         GIVING ACK-ELAPSED-MINUTES
008660       DIVIDE ACK-ELAPSED-MINUTES BY 60 GIVING ACK-HOURS
008670     END-IF.
008680 3300-EXIT.
008690     EXIT.
008700
008710*-----------------------------------------------------------------
008720* 8000-TERMINATE
008730* PRINTS THE REPORT TOTALS AND SETS THE RETURN CODE: 8 WHEN ANY
008740* ACKNOWLEDGMENT WAS REJECTED, MISMATCHED, UNREADABLE OR FOR A
008750* TRANSMISSION NEVER SENT; OTHERWISE 4 WHEN ANY TRANSMISSION IS
008760* OUTSTANDING.
008770*-----------------------------------------------------------------
008780 8000-TERMINATE.
008790     CLOSE RUNCTL-FILE.
008800     MOVE "*** REPORT TOTALS ***" TO ACK-DETAIL-LINE.
008810     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008820     MOVE SPACES TO ACK-DETAIL-LINE.
008830     STRING "ACKNOWLEDGMENTS READ: " DELIMITED BY SIZE
008840            ACK-READ-COUNT           DELIMITED BY SIZE
008850       INTO ACK-DETAIL-LINE.
008860     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008870     MOVE SPACES TO ACK-DETAIL-LINE.
008880     STRING "  ACCEPTED          : " DELIMITED BY SIZE
008890            ACK-ACCEPTED-COUNT       DELIMITED BY SIZE
008900       INTO ACK-DETAIL-LINE.
008910     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008920     MOVE SPACES TO ACK-DETAIL-LINE.
008930     STRING "  REJECTED BY BI    : " DELIMITED BY SIZE
008940            ACK-REJECTED-COUNT       DELIMITED BY SIZE
008950       INTO ACK-DETAIL-LINE.
008960     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
008970     MOVE SPACES TO ACK-DETAIL-LINE.
008980     STRING "  NOT MATCHED       : " DELIMITED BY SIZE
008990            ACK-MISMATCH-COUNT       DELIMITED BY SIZE
009000       INTO ACK-DETAIL-LINE.
009010     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009020     MOVE SPACES TO ACK-DETAIL-LINE.
009030     STRING "  INVALID           : " DELIMITED BY SIZE
009040            ACK-INVALID-COUNT        DELIMITED BY SIZE
009050       INTO ACK-DETAIL-LINE.
009060     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009070     MOVE SPACES TO ACK-DETAIL-LINE.
009080     STRING "  SUPERSEDED SEND   : " DELIMITED BY SIZE
009090            ACK-SUPERSEDED-COUNT     DELIMITED BY SIZE
009100       INTO ACK-DETAIL-LINE.
009110     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009120     MOVE SPACES TO ACK-DETAIL-LINE.
009130     STRING "OUTSTANDING         : " DELIMITED BY SIZE
009140            ACK-OUTSTANDING-COUNT    DELIMITED BY SIZE
009150       INTO ACK-DETAIL-LINE.
009160     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009170     MOVE SPACES TO ACK-DETAIL-LINE.
009180     STRING "AWAITING, IN WINDOW : " DELIMITED BY SIZE
009190            ACK-IN-WINDOW-COUNT      DELIMITED BY SIZE
009200       INTO ACK-DETAIL-LINE.
009210     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009220     MOVE SPACES TO ACK-DETAIL-LINE.
009230     STRING "SENT, NO RUNCTL     : " DELIMITED BY SIZE
009240            ACK-NO-RUNCTL-COUNT      DELIMITED BY SIZE
009250       INTO ACK-DETAIL-LINE.
009260     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
009270     CLOSE ACKRPT-FILE.
009280     ADD ACK-REJECTED-COUNT ACK-MISMATCH-COUNT ACK-INVALID-COUNT
009290       GIVING ACK-PROBLEM-COUNT.
009300     IF ACK-PROBLEM-COUNT > 0
009310       MOVE SPACES TO ACK-MSG-TEXT
009320       STRING "FBACKIN0014E "             DELIMITED BY SIZE
009330              ACK-PROBLEM-COUNT           DELIMITED BY SIZE
009340              " ACKNOWLEDGMENTS REJECTED OR NOT MATCHED - "
009350                                          DELIMITED BY SIZE
009360              "SEE ACKRPT"                DELIMITED BY SIZE
009370         INTO ACK-MSG-TEXT
009380       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009390       MOVE 8 TO RETURN-CODE
009400       GO TO 8000-EXIT
009410     END-IF.
009420     IF ACK-OUTSTANDING-COUNT > 0
009430       MOVE SPACES TO ACK-MSG-TEXT
009440       STRING "FBACKIN0015W "             DELIMITED BY SIZE
009450              ACK-OUTSTANDING-COUNT       DELIMITED BY SIZE
009460              " TRANSMISSIONS UNACKNOWLEDGED AFTER "
009470                                          DELIMITED BY SIZE
009480              ACK-HOURS-LIMIT             DELIMITED BY SIZE
009490              " HOURS - SEE ACKRPT"       DELIMITED BY SIZE
009500         INTO ACK-MSG-TEXT
009510       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
009520       MOVE 4 TO RETURN-CODE
009530     END-IF.
009540 8000-EXIT.
009550     EXIT.
009560
009570*-----------------------------------------------------------------
009580* 9800-ISSUE-MESSAGE
009590* ISSUES THE MESSAGE BUILT IN ACK-MSG-TEXT: DISPLAYS IT ON
009600* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
009610* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
009620* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
009630* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
009640* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
009650*-----------------------------------------------------------------
009660 9800-ISSUE-MESSAGE.
009670     MOVE 132 TO ACK-MSG-LEN.
009680     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
009690       UNTIL ACK-MSG-LEN = 1
009700         OR ACK-MSG-TEXT(ACK-MSG-LEN:1) NOT = SPACE.
009710     DISPLAY ACK-MSG-TEXT(1:ACK-MSG-LEN).
009720     IF ACK-MSGLOG-NOT-OPENED
009730       OPEN EXTEND MSGLOG-FILE
009740       IF ACK-MSGLOG-STATUS = "00"
009750         SET ACK-MSGLOG-IS-OPEN TO TRUE
009760       ELSE
009770         SET ACK-MSGLOG-UNAVAILABLE TO TRUE
009780         DISPLAY "FBACKIN0016I MSGLOG NOT AVAILABLE - "
009790             "MESSAGES ON SYSOUT ONLY"
009800       END-IF
009810     END-IF.
009820     IF NOT ACK-MSGLOG-IS-OPEN
009830       GO TO 9800-EXIT
009840     END-IF.
009850     ACCEPT ACK-MSG-DATE FROM DATE YYYYMMDD.
009860     ACCEPT ACK-MSG-TIME FROM TIME.
009870     MOVE SPACES TO FB-MSGL-RECORD.
009880     MOVE "FBACKIN" TO FB-MSGL-PROGRAM.
009890     MOVE ACK-MSG-TEXT(1:11) TO FB-MSGL-MSG-ID.
009900     MOVE ACK-MSG-TEXT(12:1) TO FB-MSGL-SEVERITY.
009910     MOVE ACK-MSG-BUS-DATE TO FB-MSGL-BUS-DATE.
009920     MOVE ACK-MSG-RUN-ID TO FB-MSGL-RUN-ID.
009930     STRING ACK-MSG-MM   DELIMITED BY SIZE
009940            "/"          DELIMITED BY SIZE
009950            ACK-MSG-DD   DELIMITED BY SIZE
009960            "/"          DELIMITED BY SIZE
009970            ACK-MSG-YYYY DELIMITED BY SIZE
009980       INTO FB-MSGL-LOG-DATE.
009990     STRING ACK-MSG-HH   DELIMITED BY SIZE
010000            ":"          DELIMITED BY SIZE
010010            ACK-MSG-MI   DELIMITED BY SIZE
010020            ":"          DELIMITED BY SIZE
010030            ACK-MSG-SS   DELIMITED BY SIZE
010040       INTO FB-MSGL-LOG-TIME.
010050     MOVE ACK-MSG-TEXT(14:) TO FB-MSGL-TEXT.
010060     WRITE FB-MSGL-RECORD.
010070 9800-EXIT.
010080     EXIT.
010090
010100 9810-FIND-MSG-END.
010110     SUBTRACT 1 FROM ACK-MSG-LEN.
010120 9810-EXIT.
010130     EXIT.
010140
010150 9999-EXIT.
010160     IF ACK-MSGLOG-IS-OPEN
010170       CLOSE MSGLOG-FILE
010180     END-IF.
010190     STOP RUN.
