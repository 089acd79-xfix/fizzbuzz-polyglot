000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/14/2026 RDM   ORIGINAL VERSION. DAILY EXCEPTION DIGEST OF THE
000060*                  SUITE MESSAGE LOG (MSGLOG) ON MSGRPT: EVERY
000070*                  E-LEVEL MESSAGE IN FULL, MESSAGE COUNTS BY
000080*                  SEVERITY PER BUSINESS DATE, COUNTS PER MESSAGE
000090*                  ID WITH THE NUMBER OF BUSINESS DATES IT WAS
000100*                  RAISED ON, AND A LIST OF THE WARNINGS THAT
000110*                  KEEP COMING BACK CYCLE AFTER CYCLE. AN
000120*                  OPTIONAL SYSIN CARD (FROM DATE MMDDYYYY IN 1-8,
000130*                  THRU DATE IN 10-17, RECURRENCE LIMIT IN 19-20)
000140*                  LIMITS THE DIGEST TO A PERIOD AND SETS HOW MANY
000150*                  BUSINESS DATES A WARNING MUST APPEAR ON TO BE
000160*                  FLAGGED (DEFAULT 3). A MISSING OR BLANK CARD
000170*                  DIGESTS THE WHOLE LOG. A MESSAGE FROM A PROGRAM
000180*                  THAT DOES NOT RUN FOR A BUSINESS DATE IS FILED
000190*                  UNDER THE DATE IT WAS LOGGED.
000200*----------------------------------------------------------------*
000210
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    FBMSGRPT.
000240 AUTHOR.        R D MARKHAM.
000250 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000260 DATE-WRITTEN.  10/14/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS MSR-SYSIN-STATUS.
000350
000360     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MSR-MSGLOG-STATUS.
000390
000400     SELECT MSGRPT-FILE ASSIGN TO "MSGRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS MSR-MSGRPT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  SYSIN-FILE
000470     LABEL RECORDS ARE OMITTED.
000480 01  MSR-PARM-CARD.
000490     05  MSR-CARD-FROM         PIC X(08).
000500     05  FILLER                PIC X(01).
000510     05  MSR-CARD-THRU         PIC X(08).
000520     05  FILLER                PIC X(01).
000530     05  MSR-CARD-RECUR        PIC X(02).
000540     05  FILLER                PIC X(60).
000550
000560 FD  MSGLOG-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY FBMSGLOG.
000590
000600 FD  MSGRPT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  MSR-REPORT-RECORD         PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 01  MSR-FILE-STATUSES.
000660     05  MSR-SYSIN-STATUS      PIC X(02) VALUE "00".
000670     05  MSR-MSGLOG-STATUS     PIC X(02) VALUE "00".
000680     05  MSR-MSGRPT-STATUS     PIC X(02) VALUE "00".
000690
000700 01  MSR-SWITCHES.
000710     05  MSR-LOG-EOF-SW        PIC X(01) VALUE "N".
000720         88  MSR-LOG-AT-EOF            VALUE "Y".
000730     05  MSR-PERIOD-SW         PIC X(01) VALUE "N".
000740         88  MSR-PERIOD-SELECTED       VALUE "Y".
000750     05  MSR-DATE-OVFL-SW      PIC X(01) VALUE "N".
000760         88  MSR-DATES-OVERFLOWED      VALUE "Y".
000770     05  MSR-ID-OVFL-SW        PIC X(01) VALUE "N".
000780         88  MSR-IDS-OVERFLOWED        VALUE "Y".
000790
000800 01  MSR-PERIOD-CONTROL.
000810     05  MSR-FROM-KEY          PIC X(08) VALUE "00000000".
000820     05  MSR-THRU-KEY          PIC X(08) VALUE "99999999".
000830     05  MSR-RECUR-LIMIT       PIC 9(02) VALUE 3.
000840
000850*    DATE A MESSAGE IS FILED UNDER: ITS BUSINESS DATE, OR THE DATE
000860*    IT WAS LOGGED WHEN THE PROGRAM HAD NO BUSINESS DATE.
000870 01  MSR-SORT-KEY.
000880     05  MSR-KEY-YYYY          PIC X(04).
000890     05  MSR-KEY-MM            PIC X(02).
000900     05  MSR-KEY-DD            PIC X(02).
000910 01  MSR-LOG-DATE-PARTS.
000920     05  MSR-LOG-MM            PIC X(02).
000930     05  FILLER                PIC X(01).
000940     05  MSR-LOG-DD            PIC X(02).
000950     05  FILLER                PIC X(01).
000960     05  MSR-LOG-YYYY          PIC X(04).
000970
000980 01  MSR-DATE-TABLE-LIMIT      PIC 9(03) VALUE 400.
000990 01  MSR-DATE-TABLE.
001000     05  MSR-DATE-ENTRY OCCURS 400 TIMES.
001010         10  MSR-DATE-KEY      PIC X(08).
001020         10  MSR-DATE-INFO     PIC 9(07).
001030         10  MSR-DATE-WARN     PIC 9(07).
001040         10  MSR-DATE-ERROR    PIC 9(07).
001050 01  MSR-DATE-COUNT            PIC 9(03) VALUE 0.
001060 01  MSR-DATE-SUB              PIC 9(03) VALUE 0.
001070 01  MSR-DATE-FOUND-SUB        PIC 9(03) VALUE 0.
001080
001090*    ONE ROW PER MESSAGE ID. A MESSAGE ID IS COUNTED ONCE MORE
001100*    TOWARD ITS BUSINESS DATES EACH TIME IT TURNS UP UNDER A DATE
001110*    OTHER THAN THE LAST ONE COUNTED - THE LOG IS WRITTEN IN RUN
001120*    ORDER, SO THIS IS THE NUMBER OF CYCLES THAT RAISED IT.
001130 01  MSR-ID-TABLE-LIMIT        PIC 9(03) VALUE 200.
001140 01  MSR-ID-TABLE.
001150     05  MSR-ID-ENTRY OCCURS 200 TIMES.
001160         10  MSR-ID-MSG-ID     PIC X(12).
001170         10  MSR-ID-SEVERITY   PIC X(01).
001180         10  MSR-ID-COUNT      PIC 9(07).
001190         10  MSR-ID-DATES      PIC 9(05).
001200         10  MSR-ID-FIRST-DATE PIC X(08).
001210         10  MSR-ID-LAST-DATE  PIC X(08).
001220         10  MSR-ID-LAST-TEXT  PIC X(120).
001230 01  MSR-ID-COUNT-USED         PIC 9(03) VALUE 0.
001240 01  MSR-FULL-MSG-ID           PIC X(13) VALUE SPACES.
001250 01  MSR-ID-SUB                PIC 9(03) VALUE 0.
001260 01  MSR-ID-FOUND-SUB          PIC 9(03) VALUE 0.
001270
001280 01  MSR-COUNTERS.
001290     05  MSR-RECORDS-READ      PIC 9(09) VALUE 0.
001300     05  MSR-RECORDS-IN-PERIOD PIC 9(09) VALUE 0.
001310     05  MSR-RECORDS-UNREADABLE
001320                               PIC 9(09) VALUE 0.
001330     05  MSR-TOTAL-INFO        PIC 9(09) VALUE 0.
001340     05  MSR-TOTAL-WARN        PIC 9(09) VALUE 0.
001350     05  MSR-TOTAL-ERROR       PIC 9(09) VALUE 0.
001360     05  MSR-RECURRING-COUNT   PIC 9(09) VALUE 0.
001370
001380 01  MSR-REPORT-CONTROL.
001390     05  MSR-LINE-COUNT        PIC 9(03) VALUE 0.
001400     05  MSR-LINES-PER-PAGE    PIC 9(03) VALUE 60.
001410     05  MSR-PAGE-COUNT        PIC 9(07) VALUE 0.
001420     05  MSR-DETAIL-LINE       PIC X(80) VALUE SPACES.
001430
001440 01  MSR-CURRENT-DATE.
001450     05  MSR-CUR-YYYY          PIC 9(04).
001460     05  MSR-CUR-MM            PIC 9(02).
001470     05  MSR-CUR-DD            PIC 9(02).
001480 01  MSR-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001490
001500*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001510*    TO SYSOUT AND TO MSGLOG.
001520 01  MSR-MESSAGE-AREA.
001530     05  MSR-MSG-TEXT          PIC X(132) VALUE SPACES.
001540     05  MSR-MSG-LEN           PIC 9(03) VALUE 0.
001550     05  MSR-MSGLOG-SW         PIC X(01) VALUE "N".
001560         88  MSR-MSGLOG-NOT-OPENED     VALUE "N".
001570         88  MSR-MSGLOG-IS-OPEN        VALUE "Y".
001580         88  MSR-MSGLOG-UNAVAILABLE    VALUE "U".
001590 01  MSR-MSG-DATE.
001600     05  MSR-MSG-YYYY          PIC 9(04).
001610     05  MSR-MSG-MM            PIC 9(02).
001620     05  MSR-MSG-DD            PIC 9(02).
001630 01  MSR-MSG-TIME.
001640     05  MSR-MSG-HH            PIC 9(02).
001650     05  MSR-MSG-MI            PIC 9(02).
001660     05  MSR-MSG-SS            PIC 9(02).
001670     05  MSR-MSG-HS            PIC 9(02).
001680
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT.
001730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001740     GO TO 9999-EXIT.
001750
001760*-----------------------------------------------------------------
001770* 1000-INITIALIZE
001780* READS THE OPTIONAL PERIOD CARD AND OPENS THE DIGEST REPORT,
001790* THEN MSGLOG FOR INPUT. EVERY MESSAGE THIS PROGRAM CAN ISSUE
001800* COMES BEFORE MSGLOG IS OPENED FOR INPUT AND ENDS THE RUN, SO
001810* 9800-ISSUE-MESSAGE CAN STILL APPEND IT TO MSGLOG. A MISSING
001820* MSGLOG REJECTS THE RUN.
001830*-----------------------------------------------------------------
001840 1000-INITIALIZE.
001850     ACCEPT MSR-CURRENT-DATE FROM DATE YYYYMMDD.
001860     STRING MSR-CUR-MM   DELIMITED BY SIZE
001870            "/"          DELIMITED BY SIZE
001880            MSR-CUR-DD   DELIMITED BY SIZE
001890            "/"          DELIMITED BY SIZE
001900            MSR-CUR-YYYY DELIMITED BY SIZE
001910       INTO MSR-RUN-DATE-DISPLAY.
001920     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
001930     OPEN OUTPUT MSGRPT-FILE.
001940     IF MSR-MSGRPT-STATUS NOT = "00"
001950       MOVE "FBMSGRPT0002E MSGRPT OPEN FAILED - RUN REJECTED"
001960         TO MSR-MSG-TEXT
001970       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001980       MOVE 16 TO RETURN-CODE
001990       GO TO 9999-EXIT
002000     END-IF.
002010     OPEN INPUT MSGLOG-FILE.
002020     IF MSR-MSGLOG-STATUS NOT = "00"
002030       MOVE "FBMSGRPT0001E MSGLOG OPEN FAILED - RUN REJECTED"
002040         TO MSR-MSG-TEXT
002050       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002060       MOVE 16 TO RETURN-CODE
002070       CLOSE MSGRPT-FILE
002080       GO TO 9999-EXIT
002090     END-IF.
002100     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
002110     PERFORM 1700-PRINT-PARAMETERS THRU 1700-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140
002150*-----------------------------------------------------------------
002160* 1100-READ-PARM-CARD
002170* READS THE OPTIONAL SYSIN CARD (FROM MMDDYYYY IN 1-8, THRU
002180* MMDDYYYY IN 10-17, RECURRENCE LIMIT IN 19-20). A MISSING FILE,
002190* EMPTY FILE OR BLANK FIELDS LEAVE THE PERIOD WIDE OPEN AND THE
002200* LIMIT AT 3. A NON-NUMERIC FIELD REJECTS THE RUN.
002210*-----------------------------------------------------------------
002220 1100-READ-PARM-CARD.
002230     OPEN INPUT SYSIN-FILE.
002240     IF MSR-SYSIN-STATUS NOT = "00"
002250       GO TO 1100-EXIT
002260     END-IF.
002270     READ SYSIN-FILE
002280       AT END
002290         CLOSE SYSIN-FILE
002300         GO TO 1100-EXIT
002310     END-READ.
002320     IF MSR-CARD-FROM NOT = SPACES
002330       IF MSR-CARD-FROM NOT NUMERIC
002340         MOVE "FBMSGRPT0003E FROM DATE NOT NUMERIC - REJECTED"
002350           TO MSR-MSG-TEXT
002360         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002370         MOVE 16 TO RETURN-CODE
002380         CLOSE SYSIN-FILE
002390         GO TO 9999-EXIT
002400       END-IF
002410       SET MSR-PERIOD-SELECTED TO TRUE
002420       MOVE MSR-CARD-FROM(5:4) TO MSR-FROM-KEY(1:4)
002430       MOVE MSR-CARD-FROM(1:2) TO MSR-FROM-KEY(5:2)
002440       MOVE MSR-CARD-FROM(3:2) TO MSR-FROM-KEY(7:2)
002450     END-IF.
002460     IF MSR-CARD-THRU NOT = SPACES
002470       IF MSR-CARD-THRU NOT NUMERIC
002480         MOVE "FBMSGRPT0004E THRU DATE NOT NUMERIC - REJECTED"
002490           TO MSR-MSG-TEXT
002500         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002510         MOVE 16 TO RETURN-CODE
002520         CLOSE SYSIN-FILE
002530         GO TO 9999-EXIT
002540       END-IF
002550       SET MSR-PERIOD-SELECTED TO TRUE
002560       MOVE MSR-CARD-THRU(5:4) TO MSR-THRU-KEY(1:4)
002570       MOVE MSR-CARD-THRU(1:2) TO MSR-THRU-KEY(5:2)
002580       MOVE MSR-CARD-THRU(3:2) TO MSR-THRU-KEY(7:2)
002590     END-IF.
002600     IF MSR-CARD-RECUR NOT = SPACES
002610       IF MSR-CARD-RECUR NOT NUMERIC
002620         OR MSR-CARD-RECUR = "00"
002630         MOVE "FBMSGRPT0005E RECURRENCE LIMIT MUST BE 01-99 - "
002640           TO MSR-MSG-TEXT
002650         MOVE "REJECTED" TO MSR-MSG-TEXT(49:8)
002660         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002670         MOVE 16 TO RETURN-CODE
002680         CLOSE SYSIN-FILE
002690         GO TO 9999-EXIT
002700       END-IF
002710       MOVE MSR-CARD-RECUR TO MSR-RECUR-LIMIT
002720     END-IF.
002730     CLOSE SYSIN-FILE.
002740 1100-EXIT.
002750     EXIT.
002760
002770*-----------------------------------------------------------------
002780* 1600-WRITE-REPORT-HEADING
002790* WRITES THE DIGEST HEADING AT THE TOP OF EACH PAGE AND RESETS
002800* THE PAGE LINE COUNT.
002810*-----------------------------------------------------------------
002820 1600-WRITE-REPORT-HEADING.
002830     ADD 1 TO MSR-PAGE-COUNT.
002840     MOVE SPACES TO MSR-REPORT-RECORD.
002850     STRING "MSGLOG EXCEPTION DIGEST" DELIMITED BY SIZE
002860            "   RUN DATE: "           DELIMITED BY SIZE
002870            MSR-RUN-DATE-DISPLAY     DELIMITED BY SIZE
002880            "   PAGE: "              DELIMITED BY SIZE
002890            MSR-PAGE-COUNT           DELIMITED BY SIZE
002900       INTO MSR-REPORT-RECORD.
002910     WRITE MSR-REPORT-RECORD.
002920     MOVE SPACES TO MSR-REPORT-RECORD.
002930     WRITE MSR-REPORT-RECORD.
002940     MOVE 0 TO MSR-LINE-COUNT.
002950 1600-EXIT.
002960     EXIT.
002970
002980 1700-PRINT-PARAMETERS.
002990     MOVE SPACES TO MSR-DETAIL-LINE.
003000     IF MSR-PERIOD-SELECTED
003010       STRING "PERIOD              : " DELIMITED BY SIZE
003020              MSR-FROM-KEY             DELIMITED BY SIZE
003030              " THRU "                 DELIMITED BY SIZE
003040              MSR-THRU-KEY             DELIMITED BY SIZE
003050         INTO MSR-DETAIL-LINE
003060     ELSE
003070       MOVE "PERIOD              : WHOLE LOG" TO MSR-DETAIL-LINE
003080     END-IF.
003090     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003100     MOVE SPACES TO MSR-DETAIL-LINE.
003110     STRING "RECURRENCE LIMIT    : " DELIMITED BY SIZE
003120            MSR-RECUR-LIMIT          DELIMITED BY SIZE
003130            " BUSINESS DATES"        DELIMITED BY SIZE
003140       INTO MSR-DETAIL-LINE.
003150     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003160     MOVE SPACES TO MSR-DETAIL-LINE.
003170     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003180     MOVE "*** ERROR MESSAGES ***" TO MSR-DETAIL-LINE.
003190     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003200     MOVE "BUS DATE MESSAGE ID    RUN ID         LOGGED"
003210       TO MSR-DETAIL-LINE.
003220     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003230 1700-EXIT.
003240     EXIT.
003250
003260*-----------------------------------------------------------------
003270* 2000-PROCESS-LOG
003280* READS THE WHOLE MSGLOG, LISTING EACH E-LEVEL MESSAGE IN THE
003290* PERIOD AS IT IS READ AND TALLYING EVERY MESSAGE IN THE PERIOD
003300* BY DATE AND BY MESSAGE ID.
003310*-----------------------------------------------------------------
003320 2000-PROCESS-LOG.
003330     PERFORM 2100-PROCESS-ONE-RECORD THRU 2100-EXIT
003340       UNTIL MSR-LOG-AT-EOF.
003350     CLOSE MSGLOG-FILE.
003360     IF MSR-TOTAL-ERROR = 0
003370       MOVE "  (NONE)" TO MSR-DETAIL-LINE
003380       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
003390     END-IF.
003400     MOVE SPACES TO MSR-DETAIL-LINE.
003410     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003420 2000-EXIT.
003430     EXIT.
003440
003450 2100-PROCESS-ONE-RECORD.
003460     READ MSGLOG-FILE
003470       AT END
003480         SET MSR-LOG-AT-EOF TO TRUE
003490         GO TO 2100-EXIT
003500     END-READ.
003510     ADD 1 TO MSR-RECORDS-READ.
003520     IF NOT FB-MSGL-INFORMATION
003530       AND NOT FB-MSGL-WARNING
003540       AND NOT FB-MSGL-ERROR
003550       ADD 1 TO MSR-RECORDS-UNREADABLE
003560       GO TO 2100-EXIT
003570     END-IF.
003580     IF FB-MSGL-BUS-DATE NUMERIC
003590       MOVE FB-MSGL-BUS-DATE TO MSR-SORT-KEY
003600     ELSE
003610       MOVE FB-MSGL-LOG-DATE TO MSR-LOG-DATE-PARTS
003620       MOVE MSR-LOG-YYYY TO MSR-KEY-YYYY
003630       MOVE MSR-LOG-MM   TO MSR-KEY-MM
003640       MOVE MSR-LOG-DD   TO MSR-KEY-DD
003650     END-IF.
003660     IF MSR-SORT-KEY NOT NUMERIC
003670       ADD 1 TO MSR-RECORDS-UNREADABLE
003680       GO TO 2100-EXIT
003690     END-IF.
003700     IF MSR-SORT-KEY < MSR-FROM-KEY
003710       OR MSR-SORT-KEY > MSR-THRU-KEY
003720       GO TO 2100-EXIT
003730     END-IF.
003740     ADD 1 TO MSR-RECORDS-IN-PERIOD.
003750     EVALUATE TRUE
003760       WHEN FB-MSGL-INFORMATION
003770         ADD 1 TO MSR-TOTAL-INFO
003780       WHEN FB-MSGL-WARNING
003790         ADD 1 TO MSR-TOTAL-WARN
003800       WHEN OTHER
003810         ADD 1 TO MSR-TOTAL-ERROR
003820         PERFORM 2400-PRINT-ERROR THRU 2400-EXIT
003830     END-EVALUATE.
003840     PERFORM 2200-TALLY-BY-DATE THRU 2200-EXIT.
003850     PERFORM 2300-TALLY-BY-MSG-ID THRU 2300-EXIT.
003860 2100-EXIT.
003870     EXIT.
003880
003890 2200-TALLY-BY-DATE.
003900     MOVE 0 TO MSR-DATE-FOUND-SUB.
003910     PERFORM 2210-FIND-ONE-DATE THRU 2210-EXIT
003920       VARYING MSR-DATE-SUB FROM 1 BY 1
003930         UNTIL MSR-DATE-SUB > MSR-DATE-COUNT
003940           OR MSR-DATE-FOUND-SUB > 0.
003950     IF MSR-DATE-FOUND-SUB = 0
003960       IF MSR-DATE-COUNT < MSR-DATE-TABLE-LIMIT
003970         ADD 1 TO MSR-DATE-COUNT
003980         MOVE MSR-DATE-COUNT TO MSR-DATE-FOUND-SUB
003990         MOVE MSR-SORT-KEY TO MSR-DATE-KEY(MSR-DATE-FOUND-SUB)
004000         MOVE 0 TO MSR-DATE-INFO(MSR-DATE-FOUND-SUB)
004010         MOVE 0 TO MSR-DATE-WARN(MSR-DATE-FOUND-SUB)
004020         MOVE 0 TO MSR-DATE-ERROR(MSR-DATE-FOUND-SUB)
004030       ELSE
004040         SET MSR-DATES-OVERFLOWED TO TRUE
004050         GO TO 2200-EXIT
004060       END-IF
004070     END-IF.
004080     EVALUATE TRUE
004090       WHEN FB-MSGL-INFORMATION
004100         ADD 1 TO MSR-DATE-INFO(MSR-DATE-FOUND-SUB)
004110       WHEN FB-MSGL-WARNING
004120         ADD 1 TO MSR-DATE-WARN(MSR-DATE-FOUND-SUB)
004130       WHEN OTHER
004140         ADD 1 TO MSR-DATE-ERROR(MSR-DATE-FOUND-SUB)
004150     END-EVALUATE.
004160 2200-EXIT.
004170     EXIT.
004180
004190 2210-FIND-ONE-DATE.
004200     IF MSR-DATE-KEY(MSR-DATE-SUB) = MSR-SORT-KEY
004210       MOVE MSR-DATE-SUB TO MSR-DATE-FOUND-SUB
004220     END-IF.
004230 2210-EXIT.
004240     EXIT.
004250
004260*-----------------------------------------------------------------
004270* 2300-TALLY-BY-MSG-ID
004280* COUNTS THE MESSAGE UNDER ITS MESSAGE ID AND SEVERITY, AND
004290* COUNTS ONE MORE BUSINESS DATE FOR IT WHEN IT TURNS UP UNDER A
004300* DATE OTHER THAN THE LAST ONE COUNTED.
004310*-----------------------------------------------------------------
004320 2300-TALLY-BY-MSG-ID.
004330     MOVE 0 TO MSR-ID-FOUND-SUB.
004340     PERFORM 2310-FIND-ONE-MSG-ID THRU 2310-EXIT
004350       VARYING MSR-ID-SUB FROM 1 BY 1
004360         UNTIL MSR-ID-SUB > MSR-ID-COUNT-USED
004370           OR MSR-ID-FOUND-SUB > 0.
004380     IF MSR-ID-FOUND-SUB = 0
004390       IF MSR-ID-COUNT-USED < MSR-ID-TABLE-LIMIT
004400         ADD 1 TO MSR-ID-COUNT-USED
004410         MOVE MSR-ID-COUNT-USED TO MSR-ID-FOUND-SUB
004420         MOVE FB-MSGL-MSG-ID TO MSR-ID-MSG-ID(MSR-ID-FOUND-SUB)
004430         MOVE FB-MSGL-SEVERITY
004440           TO MSR-ID-SEVERITY(MSR-ID-FOUND-SUB)
004450         MOVE 0 TO MSR-ID-COUNT(MSR-ID-FOUND-SUB)
004460         MOVE 0 TO MSR-ID-DATES(MSR-ID-FOUND-SUB)
004470         MOVE MSR-SORT-KEY TO MSR-ID-FIRST-DATE(MSR-ID-FOUND-SUB)
004480         MOVE SPACES TO MSR-ID-LAST-DATE(MSR-ID-FOUND-SUB)
004490       ELSE
004500         SET MSR-IDS-OVERFLOWED TO TRUE
004510         GO TO 2300-EXIT
004520       END-IF
004530     END-IF.
004540     ADD 1 TO MSR-ID-COUNT(MSR-ID-FOUND-SUB).
004550     IF MSR-SORT-KEY NOT = MSR-ID-LAST-DATE(MSR-ID-FOUND-SUB)
004560       ADD 1 TO MSR-ID-DATES(MSR-ID-FOUND-SUB)
004570       MOVE MSR-SORT-KEY TO MSR-ID-LAST-DATE(MSR-ID-FOUND-SUB)
004580     END-IF.
004590     MOVE FB-MSGL-TEXT TO MSR-ID-LAST-TEXT(MSR-ID-FOUND-SUB).
004600 2300-EXIT.
004610     EXIT.
004620
004630 2310-FIND-ONE-MSG-ID.
004640     IF MSR-ID-MSG-ID(MSR-ID-SUB) = FB-MSGL-MSG-ID
004650       AND MSR-ID-SEVERITY(MSR-ID-SUB) = FB-MSGL-SEVERITY
004660       MOVE MSR-ID-SUB TO MSR-ID-FOUND-SUB
004670     END-IF.
004680 2310-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------------
004720* 2400-PRINT-ERROR
004730* LISTS ONE E-LEVEL MESSAGE: WHERE AND WHEN IT WAS RAISED, THEN
004740* ITS TEXT ON ONE OR TWO FURTHER LINES.
004750*-----------------------------------------------------------------
004760 2400-PRINT-ERROR.
004770     MOVE SPACES TO MSR-FULL-MSG-ID.
004780     STRING FB-MSGL-MSG-ID     DELIMITED BY SPACE
004790            FB-MSGL-SEVERITY   DELIMITED BY SIZE
004800       INTO MSR-FULL-MSG-ID.
004810     MOVE SPACES TO MSR-DETAIL-LINE.
004820     STRING MSR-SORT-KEY       DELIMITED BY SIZE
004830            " "                DELIMITED BY SIZE
004840            MSR-FULL-MSG-ID    DELIMITED BY SIZE
004850            " "                DELIMITED BY SIZE
004860            FB-MSGL-RUN-ID     DELIMITED BY SIZE
004870            " "                DELIMITED BY SIZE
004880            FB-MSGL-LOG-DATE   DELIMITED BY SIZE
004890            " "                DELIMITED BY SIZE
004900            FB-MSGL-LOG-TIME   DELIMITED BY SIZE
004910       INTO MSR-DETAIL-LINE.
004920     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004930     MOVE SPACES TO MSR-DETAIL-LINE.
004940     MOVE FB-MSGL-TEXT(1:74) TO MSR-DETAIL-LINE(7:74).
004950     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
004960     IF FB-MSGL-TEXT(75:46) NOT = SPACES
004970       MOVE SPACES TO MSR-DETAIL-LINE
004980       MOVE FB-MSGL-TEXT(75:46) TO MSR-DETAIL-LINE(7:46)
004990       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005000     END-IF.
005010 2400-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------------
005050* 2800-WRITE-REPORT-LINE
005060* WRITES ONE DETAIL LINE TO MSGRPT, BREAKING TO A NEW PAGE AND
005070* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
005080*-----------------------------------------------------------------
005090 2800-WRITE-REPORT-LINE.
005100     IF MSR-LINE-COUNT >= MSR-LINES-PER-PAGE
005110       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
005120     END-IF.
005130     WRITE MSR-REPORT-RECORD FROM MSR-DETAIL-LINE.
005140     ADD 1 TO MSR-LINE-COUNT.
005150 2800-EXIT.
005160     EXIT.
005170
005180*-----------------------------------------------------------------
005190* 8000-TERMINATE
005200* PRINTS THE PER-DATE AND PER-MESSAGE-ID SUMMARIES, THE
005210* RECURRING WARNINGS AND THE DIGEST TOTALS.
005220*-----------------------------------------------------------------
005230 8000-TERMINATE.
005240     PERFORM 8100-PRINT-DATE-SUMMARY THRU 8100-EXIT.
005250     PERFORM 8200-PRINT-MSG-ID-SUMMARY THRU 8200-EXIT.
005260     PERFORM 8300-PRINT-RECURRING THRU 8300-EXIT.
005270     MOVE "*** DIGEST TOTALS ***" TO MSR-DETAIL-LINE.
005280     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005290     MOVE SPACES TO MSR-DETAIL-LINE.
005300     STRING "LOG RECORDS READ    : " DELIMITED BY SIZE
005310            MSR-RECORDS-READ         DELIMITED BY SIZE
005320       INTO MSR-DETAIL-LINE.
005330     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005340     MOVE SPACES TO MSR-DETAIL-LINE.
005350     STRING "UNREADABLE RECORDS  : " DELIMITED BY SIZE
005360            MSR-RECORDS-UNREADABLE   DELIMITED BY SIZE
005370       INTO MSR-DETAIL-LINE.
005380     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005390     MOVE SPACES TO MSR-DETAIL-LINE.
005400     STRING "MESSAGES IN PERIOD  : " DELIMITED BY SIZE
005410            MSR-RECORDS-IN-PERIOD    DELIMITED BY SIZE
005420       INTO MSR-DETAIL-LINE.
005430     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005440     MOVE SPACES TO MSR-DETAIL-LINE.
005450     STRING "  INFORMATION       : " DELIMITED BY SIZE
005460            MSR-TOTAL-INFO           DELIMITED BY SIZE
005470       INTO MSR-DETAIL-LINE.
005480     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005490     MOVE SPACES TO MSR-DETAIL-LINE.
005500     STRING "  WARNING           : " DELIMITED BY SIZE
005510            MSR-TOTAL-WARN           DELIMITED BY SIZE
005520       INTO MSR-DETAIL-LINE.
005530     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005540     MOVE SPACES TO MSR-DETAIL-LINE.
005550     STRING "  ERROR             : " DELIMITED BY SIZE
005560            MSR-TOTAL-ERROR          DELIMITED BY SIZE
005570       INTO MSR-DETAIL-LINE.
005580     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005590     MOVE SPACES TO MSR-DETAIL-LINE.
005600     STRING "RECURRING WARNINGS  : " DELIMITED BY SIZE
005610            MSR-RECURRING-COUNT      DELIMITED BY SIZE
005620       INTO MSR-DETAIL-LINE.
005630     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005640     CLOSE MSGRPT-FILE.
005650 8000-EXIT.
005660     EXIT.
005670
005680 8100-PRINT-DATE-SUMMARY.
005690     MOVE "*** MESSAGES BY BUSINESS DATE ***" TO MSR-DETAIL-LINE.
005700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005710     IF MSR-DATE-COUNT = 0
005720       MOVE "  (NONE)" TO MSR-DETAIL-LINE
005730       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005740     ELSE
005750       MOVE "BUS DATE    INFO WARNING   ERROR"
005760         TO MSR-DETAIL-LINE
005770       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005780       PERFORM 8110-PRINT-ONE-DATE THRU 8110-EXIT
005790         VARYING MSR-DATE-SUB FROM 1 BY 1
005800           UNTIL MSR-DATE-SUB > MSR-DATE-COUNT
005810     END-IF.
005820     IF MSR-DATES-OVERFLOWED
005830       MOVE "  (MORE THAN 400 DATES - EXTRA DATES NOT LISTED)"
005840         TO MSR-DETAIL-LINE
005850       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005860     END-IF.
005870     MOVE SPACES TO MSR-DETAIL-LINE.
005880     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005890 8100-EXIT.
005900     EXIT.
005910
005920 8110-PRINT-ONE-DATE.
005930     MOVE SPACES TO MSR-DETAIL-LINE.
005940     STRING MSR-DATE-KEY(MSR-DATE-SUB)   DELIMITED BY SIZE
005950            " "                          DELIMITED BY SIZE
005960            MSR-DATE-INFO(MSR-DATE-SUB)  DELIMITED BY SIZE
005970            " "                          DELIMITED BY SIZE
005980            MSR-DATE-WARN(MSR-DATE-SUB)  DELIMITED BY SIZE
005990            " "                          DELIMITED BY SIZE
006000            MSR-DATE-ERROR(MSR-DATE-SUB) DELIMITED BY SIZE
006010       INTO MSR-DETAIL-LINE.
006020     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006030 8110-EXIT.
006040     EXIT.
006050
006060 8200-PRINT-MSG-ID-SUMMARY.
006070     MOVE "*** MESSAGES BY MESSAGE ID ***" TO MSR-DETAIL-LINE.
006080     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006090     IF MSR-ID-COUNT-USED = 0
006100       MOVE "  (NONE)" TO MSR-DETAIL-LINE
006110       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006120     ELSE
006130       MOVE "MESSAGE ID      COUNT DATES FIRST    LAST"
006140         TO MSR-DETAIL-LINE
006150       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006160       PERFORM 8210-PRINT-ONE-MSG-ID THRU 8210-EXIT
006170         VARYING MSR-ID-SUB FROM 1 BY 1
006180           UNTIL MSR-ID-SUB > MSR-ID-COUNT-USED
006190     END-IF.
006200     IF MSR-IDS-OVERFLOWED
006210       MOVE "  (MORE THAN 200 MESSAGE IDS - EXTRA IDS NOT LISTED)"
006220         TO MSR-DETAIL-LINE
006230       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006240     END-IF.
006250     MOVE SPACES TO MSR-DETAIL-LINE.
006260     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006270 8200-EXIT.
006280     EXIT.
006290
006300*    A WARNING RAISED ON AT LEAST THE RECURRENCE LIMIT OF BUSINESS
006310*    DATES IS FLAGGED HERE AND LISTED AGAIN UNDER 8300.
006320 8210-PRINT-ONE-MSG-ID.
006330     MOVE SPACES TO MSR-FULL-MSG-ID.
006340     STRING MSR-ID-MSG-ID(MSR-ID-SUB)     DELIMITED BY SPACE
006350            MSR-ID-SEVERITY(MSR-ID-SUB)   DELIMITED BY SIZE
006360       INTO MSR-FULL-MSG-ID.
006370     MOVE SPACES TO MSR-DETAIL-LINE.
006380     STRING MSR-FULL-MSG-ID               DELIMITED BY SIZE
006390            " "                           DELIMITED BY SIZE
006400            MSR-ID-COUNT(MSR-ID-SUB)      DELIMITED BY SIZE
006410            " "                           DELIMITED BY SIZE
006420            MSR-ID-DATES(MSR-ID-SUB)      DELIMITED BY SIZE
006430            " "                           DELIMITED BY SIZE
006440            MSR-ID-FIRST-DATE(MSR-ID-SUB) DELIMITED BY SIZE
006450            " "                           DELIMITED BY SIZE
006460            MSR-ID-LAST-DATE(MSR-ID-SUB)  DELIMITED BY SIZE
006470       INTO MSR-DETAIL-LINE.
006480     IF MSR-ID-SEVERITY(MSR-ID-SUB) = "W"
006490       AND MSR-ID-DATES(MSR-ID-SUB) >= MSR-RECUR-LIMIT
006500       MOVE "RECURRING" TO MSR-DETAIL-LINE(47:9)
006510     END-IF.
006520     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006530 8210-EXIT.
006540     EXIT.
006550
006560 8300-PRINT-RECURRING.
006570     MOVE "*** RECURRING WARNINGS ***" TO MSR-DETAIL-LINE.
006580     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006590     PERFORM 8310-PRINT-ONE-RECURRING THRU 8310-EXIT
006600       VARYING MSR-ID-SUB FROM 1 BY 1
006610         UNTIL MSR-ID-SUB > MSR-ID-COUNT-USED.
006620     IF MSR-RECURRING-COUNT = 0
006630       MOVE "  (NONE)" TO MSR-DETAIL-LINE
006640       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006650     END-IF.
006660     MOVE SPACES TO MSR-DETAIL-LINE.
006670     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006680 8300-EXIT.
006690     EXIT.
006700
006710 8310-PRINT-ONE-RECURRING.
006720     IF MSR-ID-SEVERITY(MSR-ID-SUB) NOT = "W"
006730       OR MSR-ID-DATES(MSR-ID-SUB) < MSR-RECUR-LIMIT
006740       GO TO 8310-EXIT
006750     END-IF.
006760     ADD 1 TO MSR-RECURRING-COUNT.
006770     MOVE SPACES TO MSR-FULL-MSG-ID.
006780     STRING MSR-ID-MSG-ID(MSR-ID-SUB)     DELIMITED BY SPACE
006790            MSR-ID-SEVERITY(MSR-ID-SUB)   DELIMITED BY SIZE
006800       INTO MSR-FULL-MSG-ID.
006810     MOVE SPACES TO MSR-DETAIL-LINE.
006820     STRING MSR-FULL-MSG-ID               DELIMITED BY SPACE
006830            " ON "                        DELIMITED BY SIZE
006840            MSR-ID-DATES(MSR-ID-SUB)      DELIMITED BY SIZE
006850            " BUSINESS DATES, LAST "      DELIMITED BY SIZE
006860            MSR-ID-LAST-DATE(MSR-ID-SUB)  DELIMITED BY SIZE
006870       INTO MSR-DETAIL-LINE.
006880     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006890     MOVE SPACES TO MSR-DETAIL-LINE.
006900     MOVE MSR-ID-LAST-TEXT(MSR-ID-SUB)(1:74)
006910       TO MSR-DETAIL-LINE(7:74).
006920     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006930 8310-EXIT.
006940     EXIT.
006950
006960*-----------------------------------------------------------------
006970* 9800-ISSUE-MESSAGE
006980* ISSUES THE MESSAGE BUILT IN MSR-MSG-TEXT: DISPLAYS IT ON
006990* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
007000* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
007010* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
007020* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
007030* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
007040*-----------------------------------------------------------------
007050 9800-ISSUE-MESSAGE.
007060     MOVE 132 TO MSR-MSG-LEN.
007070     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
007080       UNTIL MSR-MSG-LEN = 1
007090         OR MSR-MSG-TEXT(MSR-MSG-LEN:1) NOT = SPACE.
007100     DISPLAY MSR-MSG-TEXT(1:MSR-MSG-LEN).
007110     IF MSR-MSGLOG-NOT-OPENED
007120       OPEN EXTEND MSGLOG-FILE
007130       IF MSR-MSGLOG-STATUS = "00"
007140         SET MSR-MSGLOG-IS-OPEN TO TRUE
007150       ELSE
007160         SET MSR-MSGLOG-UNAVAILABLE TO TRUE
007170         DISPLAY "FBMSGRPT0006I MSGLOG NOT AVAILABLE - "
007180             "MESSAGES ON SYSOUT ONLY"
007190       END-IF
007200     END-IF.
007210     IF NOT MSR-MSGLOG-IS-OPEN
007220       GO TO 9800-EXIT
007230     END-IF.
007240     ACCEPT MSR-MSG-DATE FROM DATE YYYYMMDD.
007250     ACCEPT MSR-MSG-TIME FROM TIME.
007260     MOVE SPACES TO FB-MSGL-RECORD.
007270     MOVE "FBMSGRPT" TO FB-MSGL-PROGRAM.
007280     MOVE MSR-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
007290     MOVE MSR-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
007300     STRING MSR-MSG-MM   DELIMITED BY SIZE
007310            "/"          DELIMITED BY SIZE
007320            MSR-MSG-DD   DELIMITED BY SIZE
007330            "/"          DELIMITED BY SIZE
007340            MSR-MSG-YYYY DELIMITED BY SIZE
007350       INTO FB-MSGL-LOG-DATE.
007360     STRING MSR-MSG-HH   DELIMITED BY SIZE
007370            ":"          DELIMITED BY SIZE
007380            MSR-MSG-MI   DELIMITED BY SIZE
007390            ":"          DELIMITED BY SIZE
007400            MSR-MSG-SS   DELIMITED BY SIZE
007410       INTO FB-MSGL-LOG-TIME.
007420     MOVE MSR-MSG-TEXT(15:) TO FB-MSGL-TEXT.
007430     WRITE FB-MSGL-RECORD.
007440 9800-EXIT.
007450     EXIT.
007460
007470 9810-FIND-MSG-END.
007480     SUBTRACT 1 FROM MSR-MSG-LEN.
007490 9810-EXIT.
007500     EXIT.
007510
007520 9999-EXIT.
007530     IF MSR-MSGLOG-IS-OPEN
007540       CLOSE MSGLOG-FILE
007550     END-IF.
007560     STOP RUN.
