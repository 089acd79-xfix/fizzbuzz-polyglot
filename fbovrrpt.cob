000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/15/2026 RDM   ORIGINAL VERSION. GATE OVERRIDE REPORT FOR THE
000060*                  QUARTERLY CONTROLS REVIEW. READS THE PERMANENT
000070*                  OVERRIDE LOG (OVRLOG) AND LISTS ON OVRRPT EVERY
000080*                  OVERRIDE IN THE PERIOD UNDER THE OPERATOR WHO
000090*                  PUNCHED IT (BUSINESS DATE, PROGRAM, OVERRIDE
000100*                  TYPE, REASON CODE, RUN ID, HONORED OR REFUSED
000110*                  AND WHY), THEN COUNTS PER OPERATOR AND PER
000120*                  PROGRAM AND OVERRIDE TYPE. AN OPTIONAL SYSIN
000130*                  CARD (FROM DATE MMDDYYYY IN 1-8, THRU DATE IN
000140*                  10-17, OPERATOR ID IN 19-26, OVERRIDE TYPE IN
000150*                  28-35) LIMITS THE REPORT TO A PERIOD AND, IF
000160*                  GIVEN, TO ONE OPERATOR OR ONE OVERRIDE TYPE. A
000170*                  MISSING OR BLANK CARD REPORTS THE WHOLE LOG.
000180*                  ANY REFUSED OVERRIDE IN THE PERIOD ENDS THE RUN
000190*                  WITH RETURN-CODE 4 SO THE REVIEW SEES IT.
000200*----------------------------------------------------------------*
000210
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    FBOVRRPT.
000240 AUTHOR.        R D MARKHAM.
000250 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000260 DATE-WRITTEN.  10/15/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SYSIN-FILE ASSIGN TO "SYSIN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS ORP-SYSIN-STATUS.
000350
000360     SELECT OVRLOG-FILE ASSIGN TO "OVRLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS ORP-OVRLOG-STATUS.
000390
000400     SELECT OVRRPT-FILE ASSIGN TO "OVRRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ORP-OVRRPT-STATUS.
000430
000440     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS ORP-MSGLOG-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SYSIN-FILE
000510     LABEL RECORDS ARE OMITTED.
000520 01  ORP-PARM-CARD.
000530     05  ORP-CARD-FROM         PIC X(08).
000540     05  FILLER                PIC X(01).
000550     05  ORP-CARD-THRU         PIC X(08).
000560     05  FILLER                PIC X(01).
000570     05  ORP-CARD-OPERATOR     PIC X(08).
000580     05  FILLER                PIC X(01).
000590     05  ORP-CARD-TYPE         PIC X(08).
000600     05  FILLER                PIC X(45).
000610
000620 FD  OVRLOG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY FBOVRLOG.
000650
000660 FD  OVRRPT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  ORP-REPORT-RECORD         PIC X(80).
000690
000700 FD  MSGLOG-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FBMSGLOG.
000730
000740 WORKING-STORAGE SECTION.
000750 01  ORP-FILE-STATUSES.
000760     05  ORP-SYSIN-STATUS      PIC X(02) VALUE "00".
000770     05  ORP-OVRLOG-STATUS     PIC X(02) VALUE "00".
000780     05  ORP-OVRRPT-STATUS     PIC X(02) VALUE "00".
000790     05  ORP-MSGLOG-STATUS     PIC X(02) VALUE "00".
000800
000810 01  ORP-SWITCHES.
000820     05  ORP-LOG-EOF-SW        PIC X(01) VALUE "N".
000830         88  ORP-LOG-AT-EOF            VALUE "Y".
000840     05  ORP-PERIOD-SW         PIC X(01) VALUE "N".
000850         88  ORP-PERIOD-SELECTED       VALUE "Y".
000860     05  ORP-ROW-OVFL-SW       PIC X(01) VALUE "N".
000870         88  ORP-ROWS-OVERFLOWED       VALUE "Y".
000880     05  ORP-OPR-OVFL-SW       PIC X(01) VALUE "N".
000890         88  ORP-OPRS-OVERFLOWED       VALUE "Y".
000900     05  ORP-TYP-OVFL-SW       PIC X(01) VALUE "N".
000910         88  ORP-TYPS-OVERFLOWED       VALUE "Y".
000920
000930 01  ORP-PERIOD-CONTROL.
000940     05  ORP-FROM-KEY          PIC X(08) VALUE "00000000".
000950     05  ORP-THRU-KEY          PIC X(08) VALUE "99999999".
000960     05  ORP-WANT-OPERATOR     PIC X(08) VALUE SPACES.
000970     05  ORP-WANT-TYPE         PIC X(08) VALUE SPACES.
000980
000990*    EVERY OVERRIDE IN THE PERIOD, IN THE ORDER IT WAS LOGGED.
001000 01  ORP-ROW-TABLE-LIMIT       PIC 9(03) VALUE 500.
001010 01  ORP-ROW-TABLE.
001020     05  ORP-ROW-ENTRY OCCURS 500 TIMES.
001030         10  ORP-ROW-BUS-DATE  PIC X(08).
001040         10  ORP-ROW-PROGRAM   PIC X(08).
001050         10  ORP-ROW-TYPE      PIC X(08).
001060         10  ORP-ROW-OPERATOR  PIC X(08).
001070         10  ORP-ROW-REASON    PIC X(04).
001080         10  ORP-ROW-RUN-ID    PIC X(14).
001090         10  ORP-ROW-DISP      PIC X(01).
001100         10  ORP-ROW-LOG-DATE  PIC X(10).
001110         10  ORP-ROW-NOTE      PIC X(30).
001120 01  ORP-ROW-COUNT             PIC 9(03) VALUE 0.
001130 01  ORP-ROW-SUB               PIC 9(03) VALUE 0.
001140
001150*    ONE ROW PER OPERATOR, IN THE ORDER FIRST SEEN.
001160 01  ORP-OPR-TABLE-LIMIT       PIC 9(03) VALUE 100.
001170 01  ORP-OPR-TABLE.
001180     05  ORP-OPR-ENTRY OCCURS 100 TIMES.
001190         10  ORP-OPR-OPERATOR  PIC X(08).
001200         10  ORP-OPR-HONORED   PIC 9(05).
001210         10  ORP-OPR-REFUSED   PIC 9(05).
001220 01  ORP-OPR-COUNT             PIC 9(03) VALUE 0.
001230 01  ORP-OPR-SUB               PIC 9(03) VALUE 0.
001240 01  ORP-OPR-FOUND-SUB         PIC 9(03) VALUE 0.
001250
001260*    ONE ROW PER PROGRAM AND OVERRIDE TYPE, IN ORDER FIRST SEEN.
001270 01  ORP-TYP-TABLE-LIMIT       PIC 9(03) VALUE 50.
001280 01  ORP-TYP-TABLE.
001290     05  ORP-TYP-ENTRY OCCURS 50 TIMES.
001300         10  ORP-TYP-PROGRAM   PIC X(08).
001310         10  ORP-TYP-TYPE      PIC X(08).
001320         10  ORP-TYP-HONORED   PIC 9(05).
001330         10  ORP-TYP-REFUSED   PIC 9(05).
001340 01  ORP-TYP-COUNT             PIC 9(03) VALUE 0.
001350 01  ORP-TYP-SUB               PIC 9(03) VALUE 0.
001360 01  ORP-TYP-FOUND-SUB         PIC 9(03) VALUE 0.
001370
001380 01  ORP-COUNTERS.
001390     05  ORP-RECORDS-READ      PIC 9(09) VALUE 0.
001400     05  ORP-RECORDS-IN-PERIOD PIC 9(09) VALUE 0.
001410     05  ORP-RECORDS-UNREADABLE
001420                               PIC 9(09) VALUE 0.
001430     05  ORP-TOTAL-HONORED     PIC 9(09) VALUE 0.
001440     05  ORP-TOTAL-REFUSED     PIC 9(09) VALUE 0.
001450
001460 01  ORP-REPORT-CONTROL.
001470     05  ORP-LINE-COUNT        PIC 9(03) VALUE 0.
001480     05  ORP-LINES-PER-PAGE    PIC 9(03) VALUE 60.
001490     05  ORP-PAGE-COUNT        PIC 9(07) VALUE 0.
001500     05  ORP-DETAIL-LINE       PIC X(80) VALUE SPACES.
001510     05  ORP-DISP-WORD         PIC X(07) VALUE SPACES.
001520
001530 01  ORP-CURRENT-DATE.
001540     05  ORP-CUR-YYYY          PIC 9(04).
001550     05  ORP-CUR-MM            PIC 9(02).
001560     05  ORP-CUR-DD            PIC 9(02).
001570 01  ORP-RUN-DATE-DISPLAY      PIC X(10) VALUE SPACES.
001580
001590*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001600*    TO SYSOUT AND TO MSGLOG.
001610 01  ORP-MESSAGE-AREA.
001620     05  ORP-MSG-TEXT          PIC X(132) VALUE SPACES.
001630     05  ORP-MSG-LEN           PIC 9(03) VALUE 0.
001640     05  ORP-MSGLOG-SW         PIC X(01) VALUE "N".
001650         88  ORP-MSGLOG-NOT-OPENED     VALUE "N".
001660         88  ORP-MSGLOG-IS-OPEN        VALUE "Y".
001670         88  ORP-MSGLOG-UNAVAILABLE    VALUE "U".
001680 01  ORP-MSG-DATE.
001690     05  ORP-MSG-YYYY          PIC 9(04).
001700     05  ORP-MSG-MM            PIC 9(02).
001710     05  ORP-MSG-DD            PIC 9(02).
001720 01  ORP-MSG-TIME.
001730     05  ORP-MSG-HH            PIC 9(02).
001740     05  ORP-MSG-MI            PIC 9(02).
001750     05  ORP-MSG-SS            PIC 9(02).
001760     05  ORP-MSG-HS            PIC 9(02).
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-LOAD-LOG THRU 2000-EXIT.
001820     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001830     GO TO 9999-EXIT.
001840
001850*-----------------------------------------------------------------
001860* 1000-INITIALIZE
001870* READS THE OPTIONAL SELECTION CARD AND OPENS THE OVERRIDE
001880* REPORT, THEN OVRLOG FOR INPUT. OVRLOG IS CREATED BY THE FIRST
001890* OVERRIDE EVER PUNCHED, SO A LOG THAT DOES NOT EXIST YET IS
001900* REPORTED AS HAVING NO OVERRIDES; ANY OTHER OPEN FAILURE
001910* REJECTS THE RUN.
001920*-----------------------------------------------------------------
001930 1000-INITIALIZE.
001940     ACCEPT ORP-CURRENT-DATE FROM DATE YYYYMMDD.
001950     STRING ORP-CUR-MM   DELIMITED BY SIZE
001960            "/"          DELIMITED BY SIZE
001970            ORP-CUR-DD   DELIMITED BY SIZE
001980            "/"          DELIMITED BY SIZE
001990            ORP-CUR-YYYY DELIMITED BY SIZE
002000       INTO ORP-RUN-DATE-DISPLAY.
002010     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002020     OPEN OUTPUT OVRRPT-FILE.
002030     IF ORP-OVRRPT-STATUS NOT = "00"
002040       MOVE "FBOVRRPT0002E OVRRPT OPEN FAILED - RUN REJECTED"
002050         TO ORP-MSG-TEXT
002060       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002070       MOVE 16 TO RETURN-CODE
002080       GO TO 9999-EXIT
002090     END-IF.
002100     OPEN INPUT OVRLOG-FILE.
002110     IF ORP-OVRLOG-STATUS = "35"
002120       MOVE "FBOVRRPT0005I OVRLOG NOT FOUND - NO OVERRIDES LOGGED"
002130         TO ORP-MSG-TEXT
002140       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002150       SET ORP-LOG-AT-EOF TO TRUE
002160     ELSE
002170       IF ORP-OVRLOG-STATUS NOT = "00"
002180         MOVE "FBOVRRPT0001E OVRLOG OPEN FAILED - RUN REJECTED"
002190           TO ORP-MSG-TEXT
002200         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002210         MOVE 16 TO RETURN-CODE
002220         CLOSE OVRRPT-FILE
002230         GO TO 9999-EXIT
002240       END-IF
002250     END-IF.
002260     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
002270     PERFORM 1700-PRINT-PARAMETERS THRU 1700-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300
002310*-----------------------------------------------------------------
002320* 1100-READ-PARM-CARD
002330* READS THE OPTIONAL SYSIN CARD (FROM MMDDYYYY IN 1-8, THRU
002340* MMDDYYYY IN 10-17, OPERATOR ID IN 19-26, OVERRIDE TYPE IN
002350* 28-35). A MISSING FILE, EMPTY FILE OR BLANK FIELDS LEAVE THE
002360* PERIOD WIDE OPEN AND TAKE EVERY OPERATOR AND TYPE. A
002370* NON-NUMERIC DATE REJECTS THE RUN.
002380*-----------------------------------------------------------------
002390 1100-READ-PARM-CARD.
002400     OPEN INPUT SYSIN-FILE.
002410     IF ORP-SYSIN-STATUS NOT = "00"
002420       GO TO 1100-EXIT
002430     END-IF.
002440     READ SYSIN-FILE
002450       AT END
002460         CLOSE SYSIN-FILE
002470         GO TO 1100-EXIT
002480     END-READ.
002490     IF ORP-CARD-FROM NOT = SPACES
002500       IF ORP-CARD-FROM NOT NUMERIC
002510         MOVE "FBOVRRPT0003E FROM DATE NOT NUMERIC - REJECTED"
002520           TO ORP-MSG-TEXT
002530         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002540         MOVE 16 TO RETURN-CODE
002550         CLOSE SYSIN-FILE
002560         GO TO 9999-EXIT
002570       END-IF
002580       SET ORP-PERIOD-SELECTED TO TRUE
002590       MOVE ORP-CARD-FROM(5:4) TO ORP-FROM-KEY(1:4)
002600       MOVE ORP-CARD-FROM(1:2) TO ORP-FROM-KEY(5:2)
002610       MOVE ORP-CARD-FROM(3:2) TO ORP-FROM-KEY(7:2)
002620     END-IF.
002630     IF ORP-CARD-THRU NOT = SPACES
002640       IF ORP-CARD-THRU NOT NUMERIC
002650         MOVE "FBOVRRPT0004E THRU DATE NOT NUMERIC - REJECTED"
002660           TO ORP-MSG-TEXT
002670         PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002680         MOVE 16 TO RETURN-CODE
002690         CLOSE SYSIN-FILE
002700         GO TO 9999-EXIT
002710       END-IF
002720       SET ORP-PERIOD-SELECTED TO TRUE
002730       MOVE ORP-CARD-THRU(5:4) TO ORP-THRU-KEY(1:4)
002740       MOVE ORP-CARD-THRU(1:2) TO ORP-THRU-KEY(5:2)
002750       MOVE ORP-CARD-THRU(3:2) TO ORP-THRU-KEY(7:2)
002760     END-IF.
002770     MOVE ORP-CARD-OPERATOR TO ORP-WANT-OPERATOR.
002780     MOVE ORP-CARD-TYPE     TO ORP-WANT-TYPE.
002790     CLOSE SYSIN-FILE.
002800 1100-EXIT.
002810     EXIT.
002820
002830*-----------------------------------------------------------------
002840* 1600-WRITE-REPORT-HEADING
002850* WRITES THE REPORT HEADING AT THE TOP OF EACH PAGE AND RESETS
002860* THE PAGE LINE COUNT.
002870*-----------------------------------------------------------------
002880 1600-WRITE-REPORT-HEADING.
002890     ADD 1 TO ORP-PAGE-COUNT.
002900     MOVE SPACES TO ORP-REPORT-RECORD.
002910     STRING "GATE OVERRIDE REPORT"   DELIMITED BY SIZE
002920            "   RUN DATE: "          DELIMITED BY SIZE
002930            ORP-RUN-DATE-DISPLAY    DELIMITED BY SIZE
002940            "   PAGE: "             DELIMITED BY SIZE
002950            ORP-PAGE-COUNT          DELIMITED BY SIZE
002960       INTO ORP-REPORT-RECORD.
002970     WRITE ORP-REPORT-RECORD.
002980     MOVE SPACES TO ORP-REPORT-RECORD.
002990     WRITE ORP-REPORT-RECORD.
003000     MOVE 0 TO ORP-LINE-COUNT.
003010 1600-EXIT.
003020     EXIT.
003030
003040 1700-PRINT-PARAMETERS.
003050     MOVE SPACES TO ORP-DETAIL-LINE.
003060     IF ORP-PERIOD-SELECTED
003070       STRING "PERIOD              : " DELIMITED BY SIZE
003080              ORP-FROM-KEY             DELIMITED BY SIZE
003090              " THRU "                 DELIMITED BY SIZE
003100              ORP-THRU-KEY             DELIMITED BY SIZE
003110         INTO ORP-DETAIL-LINE
003120     ELSE
003130       MOVE "PERIOD              : WHOLE LOG" TO ORP-DETAIL-LINE
003140     END-IF.
003150     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003160     MOVE SPACES TO ORP-DETAIL-LINE.
003170     IF ORP-WANT-OPERATOR = SPACES
003180       MOVE "OPERATOR            : ALL" TO ORP-DETAIL-LINE
003190     ELSE
003200       STRING "OPERATOR            : " DELIMITED BY SIZE
003210              ORP-WANT-OPERATOR        DELIMITED BY SIZE
003220         INTO ORP-DETAIL-LINE
003230     END-IF.
003240     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003250     MOVE SPACES TO ORP-DETAIL-LINE.
003260     IF ORP-WANT-TYPE = SPACES
003270       MOVE "OVERRIDE TYPE       : ALL" TO ORP-DETAIL-LINE
003280     ELSE
003290       STRING "OVERRIDE TYPE       : " DELIMITED BY SIZE
003300              ORP-WANT-TYPE            DELIMITED BY SIZE
003310         INTO ORP-DETAIL-LINE
003320     END-IF.
003330     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003340     MOVE SPACES TO ORP-DETAIL-LINE.
003350     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
003360 1700-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400* 2000-LOAD-LOG
003410* READS THE WHOLE OVRLOG, KEEPING EACH SELECTED OVERRIDE IN THE
003420* PERIOD FOR THE LISTING AND TALLYING IT BY OPERATOR AND BY
003430* PROGRAM AND OVERRIDE TYPE.
003440*-----------------------------------------------------------------
003450 2000-LOAD-LOG.
003460     IF ORP-LOG-AT-EOF
003470       GO TO 2000-EXIT
003480     END-IF.
003490     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003500       UNTIL ORP-LOG-AT-EOF.
003510     CLOSE OVRLOG-FILE.
003520 2000-EXIT.
003530     EXIT.
003540
003550 2100-LOAD-ONE-RECORD.
003560     READ OVRLOG-FILE
003570       AT END
003580         SET ORP-LOG-AT-EOF TO TRUE
003590         GO TO 2100-EXIT
003600     END-READ.
003610     ADD 1 TO ORP-RECORDS-READ.
003620     IF FB-OVRL-BUS-DATE NOT NUMERIC
003630       OR (NOT FB-OVRL-HONORED AND NOT FB-OVRL-REFUSED)
003640       ADD 1 TO ORP-RECORDS-UNREADABLE
003650       GO TO 2100-EXIT
003660     END-IF.
003670     IF FB-OVRL-BUS-DATE < ORP-FROM-KEY
003680       OR FB-OVRL-BUS-DATE > ORP-THRU-KEY
003690       GO TO 2100-EXIT
003700     END-IF.
003710     IF ORP-WANT-OPERATOR NOT = SPACES
003720       AND FB-OVRL-OPERATOR NOT = ORP-WANT-OPERATOR
003730       GO TO 2100-EXIT
003740     END-IF.
003750     IF ORP-WANT-TYPE NOT = SPACES
003760       AND FB-OVRL-TYPE NOT = ORP-WANT-TYPE
003770       GO TO 2100-EXIT
003780     END-IF.
003790     ADD 1 TO ORP-RECORDS-IN-PERIOD.
003800     IF FB-OVRL-HONORED
003810       ADD 1 TO ORP-TOTAL-HONORED
003820     ELSE
003830       ADD 1 TO ORP-TOTAL-REFUSED
003840     END-IF.
003850     PERFORM 2200-TALLY-BY-OPERATOR THRU 2200-EXIT.
003860     PERFORM 2300-TALLY-BY-TYPE THRU 2300-EXIT.
003870     IF ORP-ROW-COUNT < ORP-ROW-TABLE-LIMIT
003880       ADD 1 TO ORP-ROW-COUNT
003890       MOVE FB-OVRL-BUS-DATE TO ORP-ROW-BUS-DATE(ORP-ROW-COUNT)
003900       MOVE FB-OVRL-PROGRAM  TO ORP-ROW-PROGRAM(ORP-ROW-COUNT)
003910       MOVE FB-OVRL-TYPE     TO ORP-ROW-TYPE(ORP-ROW-COUNT)
003920       MOVE FB-OVRL-OPERATOR TO ORP-ROW-OPERATOR(ORP-ROW-COUNT)
003930       MOVE FB-OVRL-REASON   TO ORP-ROW-REASON(ORP-ROW-COUNT)
003940       MOVE FB-OVRL-RUN-ID   TO ORP-ROW-RUN-ID(ORP-ROW-COUNT)
003950       MOVE FB-OVRL-DISPOSITION
003960         TO ORP-ROW-DISP(ORP-ROW-COUNT)
003970       MOVE FB-OVRL-LOG-DATE TO ORP-ROW-LOG-DATE(ORP-ROW-COUNT)
003980       MOVE FB-OVRL-NOTE     TO ORP-ROW-NOTE(ORP-ROW-COUNT)
003990     ELSE
004000       SET ORP-ROWS-OVERFLOWED TO TRUE
004010     END-IF.
004020 2100-EXIT.
004030     EXIT.
004040
004050 2200-TALLY-BY-OPERATOR.
004060     MOVE 0 TO ORP-OPR-FOUND-SUB.
004070     PERFORM 2210-FIND-ONE-OPERATOR THRU 2210-EXIT
004080       VARYING ORP-OPR-SUB FROM 1 BY 1
004090         UNTIL ORP-OPR-SUB > ORP-OPR-COUNT
004100           OR ORP-OPR-FOUND-SUB > 0.
004110     IF ORP-OPR-FOUND-SUB = 0
004120       IF ORP-OPR-COUNT < ORP-OPR-TABLE-LIMIT
004130         ADD 1 TO ORP-OPR-COUNT
004140         MOVE ORP-OPR-COUNT TO ORP-OPR-FOUND-SUB
004150         MOVE FB-OVRL-OPERATOR
004160           TO ORP-OPR-OPERATOR(ORP-OPR-FOUND-SUB)
004170         MOVE 0 TO ORP-OPR-HONORED(ORP-OPR-FOUND-SUB)
004180         MOVE 0 TO ORP-OPR-REFUSED(ORP-OPR-FOUND-SUB)
004190       ELSE
004200         SET ORP-OPRS-OVERFLOWED TO TRUE
004210         GO TO 2200-EXIT
004220       END-IF
004230     END-IF.
004240     IF FB-OVRL-HONORED
004250       ADD 1 TO ORP-OPR-HONORED(ORP-OPR-FOUND-SUB)
004260     ELSE
004270       ADD 1 TO ORP-OPR-REFUSED(ORP-OPR-FOUND-SUB)
004280     END-IF.
004290 2200-EXIT.
004300     EXIT.
004310
004320 2210-FIND-ONE-OPERATOR.
004330     IF ORP-OPR-OPERATOR(ORP-OPR-SUB) = FB-OVRL-OPERATOR
004340       MOVE ORP-OPR-SUB TO ORP-OPR-FOUND-SUB
004350     END-IF.
004360 2210-EXIT.
004370     EXIT.
004380
004390 2300-TALLY-BY-TYPE.
004400     MOVE 0 TO ORP-TYP-FOUND-SUB.
004410     PERFORM 2310-FIND-ONE-TYPE THRU 2310-EXIT
004420       VARYING ORP-TYP-SUB FROM 1 BY 1
004430         UNTIL ORP-TYP-SUB > ORP-TYP-COUNT
004440           OR ORP-TYP-FOUND-SUB > 0.
004450     IF ORP-TYP-FOUND-SUB = 0
004460       IF ORP-TYP-COUNT < ORP-TYP-TABLE-LIMIT
004470         ADD 1 TO ORP-TYP-COUNT
004480         MOVE ORP-TYP-COUNT TO ORP-TYP-FOUND-SUB
004490         MOVE FB-OVRL-PROGRAM
004500           TO ORP-TYP-PROGRAM(ORP-TYP-FOUND-SUB)
004510         MOVE FB-OVRL-TYPE TO ORP-TYP-TYPE(ORP-TYP-FOUND-SUB)
004520         MOVE 0 TO ORP-TYP-HONORED(ORP-TYP-FOUND-SUB)
004530         MOVE 0 TO ORP-TYP-REFUSED(ORP-TYP-FOUND-SUB)
004540       ELSE
004550         SET ORP-TYPS-OVERFLOWED TO TRUE
004560         GO TO 2300-EXIT
004570       END-IF
004580     END-IF.
004590     IF FB-OVRL-HONORED
004600       ADD 1 TO ORP-TYP-HONORED(ORP-TYP-FOUND-SUB)
004610     ELSE
004620       ADD 1 TO ORP-TYP-REFUSED(ORP-TYP-FOUND-SUB)
004630     END-IF.
004640 2300-EXIT.
004650     EXIT.
004660
004670 2310-FIND-ONE-TYPE.
004680     IF ORP-TYP-PROGRAM(ORP-TYP-SUB) = FB-OVRL-PROGRAM
004690       AND ORP-TYP-TYPE(ORP-TYP-SUB) = FB-OVRL-TYPE
004700       MOVE ORP-TYP-SUB TO ORP-TYP-FOUND-SUB
004710     END-IF.
004720 2310-EXIT.
004730     EXIT.
004740
004750*-----------------------------------------------------------------
004760* 2800-WRITE-REPORT-LINE
004770* WRITES ONE DETAIL LINE TO OVRRPT, BREAKING TO A NEW PAGE AND
004780* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
004790*-----------------------------------------------------------------
004800 2800-WRITE-REPORT-LINE.
004810     IF ORP-LINE-COUNT >= ORP-LINES-PER-PAGE
004820       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
004830     END-IF.
004840     WRITE ORP-REPORT-RECORD FROM ORP-DETAIL-LINE.
004850     ADD 1 TO ORP-LINE-COUNT.
004860 2800-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900* 8000-TERMINATE
004910* PRINTS THE OVERRIDES BY OPERATOR, THE COUNTS BY PROGRAM AND
004920* OVERRIDE TYPE AND THE REPORT TOTALS. ANY REFUSED OVERRIDE IN
004930* THE PERIOD SETS RETURN-CODE 4.
004940*-----------------------------------------------------------------
004950 8000-TERMINATE.
004960     PERFORM 8100-PRINT-BY-OPERATOR THRU 8100-EXIT.
004970     PERFORM 8200-PRINT-BY-TYPE THRU 8200-EXIT.
004980     MOVE "*** REPORT TOTALS ***" TO ORP-DETAIL-LINE.
004990     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005000     MOVE SPACES TO ORP-DETAIL-LINE.
005010     STRING "LOG RECORDS READ    : " DELIMITED BY SIZE
005020            ORP-RECORDS-READ         DELIMITED BY SIZE
005030       INTO ORP-DETAIL-LINE.
005040     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005050     MOVE SPACES TO ORP-DETAIL-LINE.
005060     STRING "UNREADABLE RECORDS  : " DELIMITED BY SIZE
005070            ORP-RECORDS-UNREADABLE   DELIMITED BY SIZE
005080       INTO ORP-DETAIL-LINE.
005090     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005100     MOVE SPACES TO ORP-DETAIL-LINE.
005110     STRING "OVERRIDES SELECTED  : " DELIMITED BY SIZE
005120            ORP-RECORDS-IN-PERIOD    DELIMITED BY SIZE
005130       INTO ORP-DETAIL-LINE.
005140     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005150     MOVE SPACES TO ORP-DETAIL-LINE.
005160     STRING "  HONORED           : " DELIMITED BY SIZE
005170            ORP-TOTAL-HONORED        DELIMITED BY SIZE
005180       INTO ORP-DETAIL-LINE.
005190     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005200     MOVE SPACES TO ORP-DETAIL-LINE.
005210     STRING "  REFUSED           : " DELIMITED BY SIZE
005220            ORP-TOTAL-REFUSED        DELIMITED BY SIZE
005230       INTO ORP-DETAIL-LINE.
005240     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005250     CLOSE OVRRPT-FILE.
005260     IF ORP-TOTAL-REFUSED > 0
005270       MOVE SPACES TO ORP-MSG-TEXT
005280       STRING "FBOVRRPT0006W "                   DELIMITED BY SIZE
005290              ORP-TOTAL-REFUSED                  DELIMITED BY SIZE
005300              " REFUSED OVERRIDE(S) IN THE PERIOD - SEE OVRRPT"
005310                                                 DELIMITED BY SIZE
005320         INTO ORP-MSG-TEXT
005330       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005340       MOVE 4 TO RETURN-CODE
005350     END-IF.
005360 8000-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400* 8100-PRINT-BY-OPERATOR
005410* FOR EACH OPERATOR, LISTS EVERY OVERRIDE HE OR SHE PUNCHED IN
005420* THE PERIOD, IN THE ORDER LOGGED, FOLLOWED BY THE OPERATOR'S
005430* HONORED AND REFUSED COUNTS.
005440*-----------------------------------------------------------------
005450 8100-PRINT-BY-OPERATOR.
005460     MOVE "*** OVERRIDES BY OPERATOR ***" TO ORP-DETAIL-LINE.
005470     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005480     IF ORP-OPR-COUNT = 0
005490       MOVE "  (NONE)" TO ORP-DETAIL-LINE
005500       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005510     ELSE
005520       PERFORM 8110-PRINT-ONE-OPERATOR THRU 8110-EXIT
005530         VARYING ORP-OPR-SUB FROM 1 BY 1
005540           UNTIL ORP-OPR-SUB > ORP-OPR-COUNT
005550     END-IF.
005560     IF ORP-ROWS-OVERFLOWED
005570       MOVE "  (MORE THAN 500 OVERRIDES - EXTRA ONES NOT LISTED)"
005580         TO ORP-DETAIL-LINE
005590       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005600     END-IF.
005610     IF ORP-OPRS-OVERFLOWED
005620       MOVE "  (MORE THAN 100 OPERATORS - EXTRA ONES NOT LISTED)"
005630         TO ORP-DETAIL-LINE
005640       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
005650     END-IF.
005660     MOVE SPACES TO ORP-DETAIL-LINE.
005670     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005680 8100-EXIT.
005690     EXIT.
005700
005710 8110-PRINT-ONE-OPERATOR.
005720     MOVE SPACES TO ORP-DETAIL-LINE.
005730     STRING "OPERATOR            : " DELIMITED BY SIZE
005740            ORP-OPR-OPERATOR(ORP-OPR-SUB)
005750                                     DELIMITED BY SIZE
005760       INTO ORP-DETAIL-LINE.
005770     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005780     MOVE SPACES TO ORP-DETAIL-LINE.
005790     STRING "BUS DATE PROGRAM  TYPE     REAS "  DELIMITED BY SIZE
005800            "RUN ID         OUTCOME LOGGED"    DELIMITED BY SIZE
005810       INTO ORP-DETAIL-LINE.
005820     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005830     PERFORM 8120-PRINT-ONE-OVERRIDE THRU 8120-EXIT
005840       VARYING ORP-ROW-SUB FROM 1 BY 1
005850         UNTIL ORP-ROW-SUB > ORP-ROW-COUNT.
005860     MOVE SPACES TO ORP-DETAIL-LINE.
005870     STRING "  HONORED "                     DELIMITED BY SIZE
005880            ORP-OPR-HONORED(ORP-OPR-SUB)     DELIMITED BY SIZE
005890            "  REFUSED "                     DELIMITED BY SIZE
005900            ORP-OPR-REFUSED(ORP-OPR-SUB)     DELIMITED BY SIZE
005910       INTO ORP-DETAIL-LINE.
005920     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005930     MOVE SPACES TO ORP-DETAIL-LINE.
005940     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
005950 8110-EXIT.
005960     EXIT.
005970
005980*    A REFUSED OVERRIDE CARRIES A SECOND LINE SAYING WHY.
005990 8120-PRINT-ONE-OVERRIDE.
006000     IF ORP-ROW-OPERATOR(ORP-ROW-SUB)
006010       NOT = ORP-OPR-OPERATOR(ORP-OPR-SUB)
006020       GO TO 8120-EXIT
006030     END-IF.
006040     IF ORP-ROW-DISP(ORP-ROW-SUB) = "H"
006050       MOVE "HONORED" TO ORP-DISP-WORD
006060     ELSE
006070       MOVE "REFUSED" TO ORP-DISP-WORD
006080     END-IF.
006090     MOVE SPACES TO ORP-DETAIL-LINE.
006100     STRING ORP-ROW-BUS-DATE(ORP-ROW-SUB)  DELIMITED BY SIZE
006110            " "                            DELIMITED BY SIZE
006120            ORP-ROW-PROGRAM(ORP-ROW-SUB)   DELIMITED BY SIZE
006130            " "                            DELIMITED BY SIZE
006140            ORP-ROW-TYPE(ORP-ROW-SUB)      DELIMITED BY SIZE
006150            " "                            DELIMITED BY SIZE
006160            ORP-ROW-REASON(ORP-ROW-SUB)    DELIMITED BY SIZE
006170            " "                            DELIMITED BY SIZE
006180            ORP-ROW-RUN-ID(ORP-ROW-SUB)    DELIMITED BY SIZE
006190            " "                            DELIMITED BY SIZE
006200            ORP-DISP-WORD                  DELIMITED BY SIZE
006210            " "                            DELIMITED BY SIZE
006220            ORP-ROW-LOG-DATE(ORP-ROW-SUB)  DELIMITED BY SIZE
006230       INTO ORP-DETAIL-LINE.
006240     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006250     IF ORP-ROW-DISP(ORP-ROW-SUB) NOT = "H"
006260       MOVE SPACES TO ORP-DETAIL-LINE
006270       STRING "         REFUSED: "          DELIMITED BY SIZE
006280              ORP-ROW-NOTE(ORP-ROW-SUB)     DELIMITED BY SIZE
006290         INTO ORP-DETAIL-LINE
006300       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006310     END-IF.
006320 8120-EXIT.
006330     EXIT.
006340
006350 8200-PRINT-BY-TYPE.
006360     MOVE "*** OVERRIDES BY PROGRAM AND TYPE ***"
006370       TO ORP-DETAIL-LINE.
006380     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006390     IF ORP-TYP-COUNT = 0
006400       MOVE "  (NONE)" TO ORP-DETAIL-LINE
006410       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006420     ELSE
006430       MOVE "PROGRAM  TYPE     HONORED REFUSED" TO ORP-DETAIL-LINE
006440       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006450       PERFORM 8210-PRINT-ONE-TYPE THRU 8210-EXIT
006460         VARYING ORP-TYP-SUB FROM 1 BY 1
006470           UNTIL ORP-TYP-SUB > ORP-TYP-COUNT
006480     END-IF.
006490     IF ORP-TYPS-OVERFLOWED
006500       MOVE "  (MORE THAN 50 PROGRAM/TYPES - EXTRA NOT LISTED)"
006510         TO ORP-DETAIL-LINE
006520       PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
006530     END-IF.
006540     MOVE SPACES TO ORP-DETAIL-LINE.
006550     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006560 8200-EXIT.
006570     EXIT.
006580
006590 8210-PRINT-ONE-TYPE.
006600     MOVE SPACES TO ORP-DETAIL-LINE.
006610     STRING ORP-TYP-PROGRAM(ORP-TYP-SUB)   DELIMITED BY SIZE
006620            " "                            DELIMITED BY SIZE
006630            ORP-TYP-TYPE(ORP-TYP-SUB)      DELIMITED BY SIZE
006640            "   "                          DELIMITED BY SIZE
006650            ORP-TYP-HONORED(ORP-TYP-SUB)   DELIMITED BY SIZE
006660            "   "                          DELIMITED BY SIZE
006670            ORP-TYP-REFUSED(ORP-TYP-SUB)   DELIMITED BY SIZE
006680       INTO ORP-DETAIL-LINE.
006690     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
006700 8210-EXIT.
006710     EXIT.
006720
006730*-----------------------------------------------------------------
006740* 9800-ISSUE-MESSAGE
006750* ISSUES THE MESSAGE BUILT IN ORP-MSG-TEXT: DISPLAYS IT ON
006760* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
006770* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
006780* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
006790* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
006800* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
006810*-----------------------------------------------------------------
006820 9800-ISSUE-MESSAGE.
006830     MOVE 132 TO ORP-MSG-LEN.
006840     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
006850       UNTIL ORP-MSG-LEN = 1
006860         OR ORP-MSG-TEXT(ORP-MSG-LEN:1) NOT = SPACE.
006870     DISPLAY ORP-MSG-TEXT(1:ORP-MSG-LEN).
006880     IF ORP-MSGLOG-NOT-OPENED
006890       OPEN EXTEND MSGLOG-FILE
006900       IF ORP-MSGLOG-STATUS = "00"
006910         SET ORP-MSGLOG-IS-OPEN TO TRUE
006920       ELSE
006930         SET ORP-MSGLOG-UNAVAILABLE TO TRUE
006940         DISPLAY "FBOVRRPT0007I MSGLOG NOT AVAILABLE - "
006950             "MESSAGES ON SYSOUT ONLY"
006960       END-IF
006970     END-IF.
006980     IF NOT ORP-MSGLOG-IS-OPEN
006990       GO TO 9800-EXIT
007000     END-IF.
007010     ACCEPT ORP-MSG-DATE FROM DATE YYYYMMDD.
007020     ACCEPT ORP-MSG-TIME FROM TIME.
007030     MOVE SPACES TO FB-MSGL-RECORD.
007040     MOVE "FBOVRRPT" TO FB-MSGL-PROGRAM.
007050     MOVE ORP-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
007060     MOVE ORP-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
007070     STRING ORP-MSG-MM   DELIMITED BY SIZE
007080            "/"          DELIMITED BY SIZE
007090            ORP-MSG-DD   DELIMITED BY SIZE
007100            "/"          DELIMITED BY SIZE
007110            ORP-MSG-YYYY DELIMITED BY SIZE
007120       INTO FB-MSGL-LOG-DATE.
007130     STRING ORP-MSG-HH   DELIMITED BY SIZE
007140            ":"          DELIMITED BY SIZE
007150            ORP-MSG-MI   DELIMITED BY SIZE
007160            ":"          DELIMITED BY SIZE
007170            ORP-MSG-SS   DELIMITED BY SIZE
007180       INTO FB-MSGL-LOG-TIME.
007190     MOVE ORP-MSG-TEXT(15:) TO FB-MSGL-TEXT.
007200     WRITE FB-MSGL-RECORD.
007210 9800-EXIT.
007220     EXIT.
007230
007240 9810-FIND-MSG-END.
007250     SUBTRACT 1 FROM ORP-MSG-LEN.
007260 9810-EXIT.
007270     EXIT.
007280
007290 9999-EXIT.
007300     IF ORP-MSGLOG-IS-OPEN
007310       CLOSE MSGLOG-FILE
007320     END-IF.
007330     STOP RUN.
