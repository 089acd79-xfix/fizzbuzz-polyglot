000213*                  DIVISORS, THE 9-RULE LIMIT AND THE COMBINED
000214*                  WORD-LENGTH LIMIT NOW APPLY PER SET - ONLY
000215*                  ONE SET IS EVER IN FORCE AT A TIME.
000216* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000217*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000218*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000219*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000220*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000221* 10/15/2026 RDM   CLIENT PROFILES. RULECTL ROWS CARRY A PROFILE
000222*                  CODE (COLS 23-26, BLANK = BASE PROFILE) AND
000223*                  EACH TRANSACTION NAMES THE PROFILE OF THE SET
000224*                  IT MAINTAINS (COLS 32-35). A RULE SET IS NOW
000225*                  AN EFFECTIVE DATE WITHIN A PROFILE: DUPLICATE
000226*                  DIVISORS AND THE RULE AND WORD-LENGTH LIMITS
000227*                  APPLY PER DATE AND PROFILE. THE WORK TABLES
000228*                  NOW HOLD 50 ROWS (THE MAIN JOB'S LIMIT) AND
000229*                  20 SETS.
000230*----------------------------------------------------------------*
000231
000232 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    FBRULMNT.
000250 AUTHOR.        R D MARKHAM.
000260 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RM-RULERPT-STATUS.
000480
000482     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS RM-MSGLOG-STATUS.
000488
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RULECTL-FILE
000540     05  RM-RULE-DIVISOR       PIC 9(03).
000550     05  RM-RULE-WORD          PIC X(10).
000552     05  RM-RULE-EFF-DATE      PIC X(08).
000556     05  FILLER                PIC X(01).
000560     05  RM-RULE-PROFILE       PIC X(04).
000564     05  FILLER                PIC X(54).
000570
000580 FD  RULETRAN-FILE
000590     LABEL RECORDS ARE OMITTED.
000700     05  RM-TRAN-WORD          PIC X(10).
000702     05  FILLER                PIC X(01).
000704     05  RM-TRAN-EFF-X         PIC X(08).
000708     05  FILLER                PIC X(01).
000712     05  RM-TRAN-PROFILE       PIC X(04).
000716     05  FILLER                PIC X(45).
000720
000730 FD  RULEPRV-FILE
000740     LABEL RECORDS ARE OMITTED.
000780     LABEL RECORDS ARE STANDARD.
000790 01  RM-REPORT-RECORD          PIC X(80).
000800
000802 FD  MSGLOG-FILE
000804     LABEL RECORDS ARE STANDARD.
000806     COPY FBMSGLOG.
000808
000810 WORKING-STORAGE SECTION.
000820 01  RM-FILE-STATUSES.
000830     05  RM-RULECTL-STATUS     PIC X(02) VALUE "00".
000840     05  RM-RULETRAN-STATUS    PIC X(02) VALUE "00".
000850     05  RM-RULEPRV-STATUS     PIC X(02) VALUE "00".
000860     05  RM-RULERPT-STATUS     PIC X(02) VALUE "00".
000865     05  RM-MSGLOG-STATUS      PIC X(02) VALUE "00".
000870
000880 01  RM-SWITCHES.
000890     05  RM-BATCH-CLEAN-SW     PIC X(01) VALUE "Y".
000936         88  RM-EFF-IS-BAD             VALUE "N".
000940
000950 01  RM-RULE-LIMIT             PIC 99    VALUE 9.
000960 01  RM-TABLE-LIMIT            PIC 99    VALUE 50.
000970 01  RM-TEXT-LIMIT             PIC 99    VALUE 20.
000980
000990*    WORK TABLE IS WIDER THAN THE 9-RULE PRODUCTION LIMIT SO AN
001000*    OVER-FULL RESULT CAN BE HELD, LISTED AND REJECTED INSTEAD
001010*    OF OVERFLOWING WHILE THE TRANSACTIONS ARE STILL APPLYING,
001013*    AND HOLDS EVERY EFFECTIVE-DATED SET OF EVERY PROFILE ON
001016*    THE FILE AT ONCE.
001020 01  RM-OLD-TABLE.
001030     05  RM-OLD-ENTRY OCCURS 50 TIMES.
001040         10  RM-OLD-DIVISOR    PIC 9(03).
001050         10  RM-OLD-WORD       PIC X(10).
001052         10  RM-OLD-EFFDT      PIC 9(08).
001056         10  RM-OLD-PROFILE    PIC X(04).
001060 01  RM-OLD-COUNT              PIC 99    VALUE 0.
001070
001080 01  RM-NEW-TABLE.
001090     05  RM-NEW-ENTRY OCCURS 50 TIMES.
001100         10  RM-NEW-DIVISOR    PIC 9(03).
001102         10  RM-NEW-DIVISOR-X REDEFINES RM-NEW-DIVISOR
001104                               PIC X(03).
001110         10  RM-NEW-WORD       PIC X(10).
001112         10  RM-NEW-EFFDT      PIC 9(08).
001116         10  RM-NEW-PROFILE    PIC X(04).
001120 01  RM-NEW-COUNT              PIC 99    VALUE 0.
001122
001124*    ONE ROW PER DISTINCT EFFECTIVE DATE AND PROFILE IN THE
001126*    RESULT, BUILT DURING VALIDATION SO THE 9-RULE AND COMBINED
001128*    WORD-LENGTH LIMITS CAN BE ENFORCED SET BY SET.
001130 01  RM-SET-SUMMARY.
001131     05  RM-SET-LIMIT          PIC 99    VALUE 20.
001132     05  RM-SET-CNT            PIC 99    VALUE 0.
001133     05  RM-SET-SUB            PIC 99    VALUE 0.
001134     05  RM-SET-FOUND-SUB      PIC 99    VALUE 0.
001135 01  RM-SET-TABLE.
001136     05  RM-SET-ENTRY OCCURS 20 TIMES.
001137         10  RM-SET-DATE       PIC 9(08).
001147         10  RM-SET-PROFILE    PIC X(04).
001157         10  RM-SET-RULES      PIC 99.
001167         10  RM-SET-WORD-LEN   PIC 9(03).
001130
001140 01  RM-WORK-FIELDS.
001150     05  RM-SUB                PIC 99    VALUE 0.
001180     05  RM-WORD-LEN           PIC 99    VALUE 0.
001192     05  RM-TRAN-EFFDT         PIC 9(08) VALUE 0.
001194     05  RM-TODAY-KEY          PIC 9(08) VALUE 0.
001195     05  RM-LABEL-DATE         PIC 9(08) VALUE 0.
001196     05  RM-LABEL-PROFILE      PIC X(04) VALUE SPACES.
001197     05  RM-SET-LABEL          PIC X(13) VALUE SPACES.
001200
001210 01  RM-COUNTERS.
001220     05  RM-TRAN-COUNT         PIC 9(05) VALUE 0.
001330     05  RM-CUR-YYYY           PIC 9(04).
001340     05  RM-CUR-MM             PIC 9(02).
001350     05  RM-CUR-DD             PIC 9(02).
001351 01  RM-MSG-DATE.
001352     05  RM-MSG-YYYY           PIC 9(04).
001353     05  RM-MSG-MM             PIC 9(02).
001354     05  RM-MSG-DD             PIC 9(02).
001355 01  RM-MSG-TIME.
001356     05  RM-MSG-HH             PIC 9(02).
001357     05  RM-MSG-MI             PIC 9(02).
001358     05  RM-MSG-SS             PIC 9(02).
001359     05  RM-MSG-HS             PIC 9(02).
001360 01  RM-RUN-DATE-DISPLAY       PIC X(10) VALUE SPACES.
001370
001371*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
001372*    TO SYSOUT AND TO MSGLOG.
001373 01  RM-MESSAGE-AREA.
001374     05  RM-MSG-TEXT           PIC X(132) VALUE SPACES.
001375     05  RM-MSG-LEN            PIC 9(03) VALUE 0.
001376     05  RM-MSGLOG-SW          PIC X(01) VALUE "N".
001377         88  RM-MSGLOG-NOT-OPENED      VALUE "N".
001378         88  RM-MSGLOG-IS-OPEN         VALUE "Y".
001379         88  RM-MSGLOG-UNAVAILABLE     VALUE "U".
001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001612     MOVE RM-CURRENT-DATE TO RM-TODAY-KEY.
001620     OPEN OUTPUT RULERPT-FILE.
001630     IF RM-RULERPT-STATUS NOT = "00"
001635       MOVE "FBRULMNT0001E RULERPT OPEN FAILED - RUN REJECTED"
001640         TO RM-MSG-TEXT
001645       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001650       MOVE 16 TO RETURN-CODE
001660       GO TO 9999-EXIT
001670     END-IF.
001680     OPEN INPUT RULETRAN-FILE.
001690     IF RM-RULETRAN-STATUS NOT = "00"
001695       MOVE "FBRULMNT0002E RULETRAN OPEN FAILED - RUN REJECTED"
001700         TO RM-MSG-TEXT
001705       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
001710       MOVE 16 TO RETURN-CODE
001720       CLOSE RULERPT-FILE
001730       GO TO 9999-EXIT
002096         ELSE
002098           MOVE 0 TO RM-OLD-EFFDT(RM-OLD-COUNT)
002099         END-IF
002102         MOVE RM-RULE-PROFILE TO RM-OLD-PROFILE(RM-OLD-COUNT)
002105       ELSE
002110         MOVE SPACES TO RM-DETAIL-LINE
002120         MOVE "RULECTL ROWS PAST TABLE LIMIT IGNORED"
002130           TO RM-DETAIL-LINE
002432            "  EFFECTIVE "          DELIMITED BY SIZE
002434            RM-OLD-EFFDT(RM-SUB)    DELIMITED BY SIZE
002440       INTO RM-DETAIL-LINE.
002442     IF RM-OLD-PROFILE(RM-SUB) NOT = SPACES
002444       MOVE "PROFILE" TO RM-DETAIL-LINE(53:7)
002446       MOVE RM-OLD-PROFILE(RM-SUB) TO RM-DETAIL-LINE(61:4)
002448     END-IF.
002450     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002460 1210-EXIT.
002470     EXIT.
002860            RM-TRAN-WORD     DELIMITED BY SIZE
002862            " "              DELIMITED BY SIZE
002864            RM-TRAN-EFF-X    DELIMITED BY SIZE
002866            " "              DELIMITED BY SIZE
002868            RM-TRAN-PROFILE  DELIMITED BY SIZE
002870       INTO RM-DETAIL-LINE.
002880     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
002890     IF RM-TRAN-DIVISOR-X NOT NUMERIC
003420     MOVE RM-TRAN-DIVISOR TO RM-NEW-DIVISOR(RM-NEW-COUNT).
003430     MOVE RM-TRAN-WORD    TO RM-NEW-WORD(RM-NEW-COUNT).
003432     MOVE RM-TRAN-EFFDT   TO RM-NEW-EFFDT(RM-NEW-COUNT).
003436     MOVE RM-TRAN-PROFILE TO RM-NEW-PROFILE(RM-NEW-COUNT).
003440     ADD 1 TO RM-APPLIED-COUNT.
003450 2110-EXIT.
003460     EXIT.
004010 2145-TEST-ONE-ENTRY.
004020     IF RM-NEW-DIVISOR(RM-SUB) = RM-TRAN-DIVISOR
004022       AND RM-NEW-EFFDT(RM-SUB) = RM-TRAN-EFFDT
004026       AND RM-NEW-PROFILE(RM-SUB) = RM-TRAN-PROFILE
004030       MOVE RM-SUB TO RM-FOUND-SUB
004040     END-IF.
004050 2145-EXIT.
004165
004166 2166-TEST-ONE-SET-ROW.
004167     IF RM-NEW-EFFDT(RM-SUB) = RM-TRAN-EFFDT
004168       AND RM-NEW-PROFILE(RM-SUB) = RM-TRAN-PROFILE
004169       MOVE RM-SUB TO RM-FOUND-SUB
004170     END-IF.
004171 2166-EXIT.
004172     EXIT.
004130
004140*-----------------------------------------------------------------
004150* 3000-VALIDATE-RESULT
004604     IF RM-SET-FOUND-SUB = 0
004606       IF RM-SET-CNT >= RM-SET-LIMIT
004608         SET RM-BATCH-IS-DIRTY TO TRUE
004609         MOVE "*** MORE THAN 20 EFFECTIVE-DATED SETS ***"
004610           TO RM-DETAIL-LINE
004611         PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004612         GO TO 3100-DUPS
004613       END-IF
004614       ADD 1 TO RM-SET-CNT
004615       MOVE RM-NEW-EFFDT(RM-SUB) TO RM-SET-DATE(RM-SET-CNT)
004616       MOVE RM-NEW-PROFILE(RM-SUB) TO RM-SET-PROFILE(RM-SET-CNT)
004617       MOVE 0 TO RM-SET-RULES(RM-SET-CNT)
004618       MOVE 0 TO RM-SET-WORD-LEN(RM-SET-CNT)
004619       MOVE RM-SET-CNT TO RM-SET-FOUND-SUB
004670 3110-TEST-DUPLICATE.
004680     IF RM-NEW-DIVISOR(RM-SUB2) = RM-NEW-DIVISOR(RM-SUB)
004682       AND RM-NEW-EFFDT(RM-SUB2) = RM-NEW-EFFDT(RM-SUB)
004686       AND RM-NEW-PROFILE(RM-SUB2) = RM-NEW-PROFILE(RM-SUB)
004690       SET RM-BATCH-IS-DIRTY TO TRUE
004692       MOVE RM-NEW-EFFDT(RM-SUB)   TO RM-LABEL-DATE
004694       MOVE RM-NEW-PROFILE(RM-SUB) TO RM-LABEL-PROFILE
004696       PERFORM 3300-BUILD-SET-LABEL THRU 3300-EXIT
004700       MOVE SPACES TO RM-DETAIL-LINE
004710       STRING "*** DIVISOR "           DELIMITED BY SIZE
004720              RM-NEW-DIVISOR(RM-SUB)   DELIMITED BY SIZE
004722              " IS DUPLICATED IN SET " DELIMITED BY SIZE
004724              RM-SET-LABEL             DELIMITED BY SPACE
004726              " ***"                   DELIMITED BY SIZE
004740         INTO RM-DETAIL-LINE
004750       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004760     END-IF.
004770 3110-EXIT.
004771     EXIT.
004772
004773 3150-FIND-RESULT-SET.
004774     MOVE 0 TO RM-SET-FOUND-SUB.
004775     PERFORM 3160-TEST-ONE-RESULT-SET THRU 3160-EXIT
004776       VARYING RM-SET-SUB FROM 1 BY 1
004777         UNTIL RM-SET-SUB > RM-SET-CNT.
004778 3150-EXIT.
004779     EXIT.
004780
004781 3160-TEST-ONE-RESULT-SET.
004782     IF RM-SET-DATE(RM-SET-SUB) = RM-NEW-EFFDT(RM-SUB)
004783       AND RM-SET-PROFILE(RM-SET-SUB) = RM-NEW-PROFILE(RM-SUB)
004784       MOVE RM-SET-SUB TO RM-SET-FOUND-SUB
004785     END-IF.
004786 3160-EXIT.
004787     EXIT.
004788
004789*-----------------------------------------------------------------
004790* 3200-VALIDATE-ONE-SET
004791* ENFORCES THE PER-SET LIMITS: NO MORE THAN 9 RULES IN A SET,
004792* AND THE SET'S COMBINED WORD LENGTHS MUST FIT THE 20-BYTE
004793* BUILT TEXT (AT THE DIVISORS' COMMON MULTIPLE EVERY RULE OF
004794* THE SET MATCHES AT ONCE).
004795*-----------------------------------------------------------------
004796 3200-VALIDATE-ONE-SET.
004797     MOVE RM-SET-DATE(RM-SET-SUB)    TO RM-LABEL-DATE.
004798     MOVE RM-SET-PROFILE(RM-SET-SUB) TO RM-LABEL-PROFILE.
004799     PERFORM 3300-BUILD-SET-LABEL THRU 3300-EXIT.
004805     IF RM-SET-RULES(RM-SET-SUB) > RM-RULE-LIMIT
004806       SET RM-BATCH-IS-DIRTY TO TRUE
004807       MOVE SPACES TO RM-DETAIL-LINE
004808       STRING "*** SET "                  DELIMITED BY SIZE
004809              RM-SET-LABEL                DELIMITED BY SPACE
004810              " HAS MORE THAN "           DELIMITED BY SIZE
004811              RM-RULE-LIMIT               DELIMITED BY SIZE
004812              " RULES ***"                DELIMITED BY SIZE
004817       SET RM-BATCH-IS-DIRTY TO TRUE
004818       MOVE SPACES TO RM-DETAIL-LINE
004819       STRING "*** SET "                    DELIMITED BY SIZE
004820              RM-SET-LABEL                  DELIMITED BY SPACE
004821              " COMBINED RULE WORDS ARE "   DELIMITED BY SIZE
004822              RM-SET-WORD-LEN(RM-SET-SUB)   DELIMITED BY SIZE
004823              " BYTES - LIMIT IS "          DELIMITED BY SIZE
004828     END-IF.
004829 3200-EXIT.
004830     EXIT.
004831
004832*-----------------------------------------------------------------
004833* 3300-BUILD-SET-LABEL
004834* NAMES A RULE SET ON THE REPORT: ITS EFFECTIVE DATE, FOLLOWED
004835* BY "/" AND THE PROFILE WHEN THE SET IS NOT THE BASE PROFILE'S.
004836*-----------------------------------------------------------------
004837 3300-BUILD-SET-LABEL.
004838     MOVE SPACES TO RM-SET-LABEL.
004839     IF RM-LABEL-PROFILE = SPACES
004840       MOVE RM-LABEL-DATE TO RM-SET-LABEL
004841     ELSE
004842       STRING RM-LABEL-DATE     DELIMITED BY SIZE
004843              "/"               DELIMITED BY SIZE
004844              RM-LABEL-PROFILE  DELIMITED BY SPACE
004845         INTO RM-SET-LABEL
004846     END-IF.
004847 3300-EXIT.
004848     EXIT.
004790
004800*-----------------------------------------------------------------
004810* 4000-WRITE-NEW-FILES
004900     END-IF.
004910     OPEN OUTPUT RULEPRV-FILE.
004920     IF RM-RULEPRV-STATUS NOT = "00"
004924       MOVE SPACES TO RM-MSG-TEXT
004928       STRING "FBRULMNT0003E RULEPRV OPEN FAILED - "
004932                                                 DELIMITED BY SIZE
004936              "RULECTL LEFT UNCHANGED"           DELIMITED BY SIZE
004940         INTO RM-MSG-TEXT
004944       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
004950       SET RM-BATCH-IS-DIRTY TO TRUE
004960       GO TO 4000-EXIT
004970     END-IF.
005000     CLOSE RULEPRV-FILE.
005010     OPEN OUTPUT RULECTL-FILE.
005020     IF RM-RULECTL-STATUS NOT = "00"
005024       MOVE SPACES TO RM-MSG-TEXT
005028       STRING "FBRULMNT0004E RULECTL OPEN FAILED - "
005032                                                 DELIMITED BY SIZE
005036              "NEW RULE FILE NOT WRITTEN"        DELIMITED BY SIZE
005040         INTO RM-MSG-TEXT
005044       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
005050       SET RM-BATCH-IS-DIRTY TO TRUE
005060       GO TO 4000-EXIT
005070     END-IF.
005182     IF RM-OLD-EFFDT(RM-SUB) > 0
005184       MOVE RM-OLD-EFFDT(RM-SUB) TO RM-PRIOR-RECORD(14:8)
005186     END-IF.
005188     MOVE RM-OLD-PROFILE(RM-SUB) TO RM-PRIOR-RECORD(23:4).
005190     WRITE RM-PRIOR-RECORD.
005200 4100-EXIT.
005210     EXIT.
005262     IF RM-NEW-EFFDT(RM-SUB) > 0
005264       MOVE RM-NEW-EFFDT(RM-SUB) TO RM-RULE-EFF-DATE
005266     END-IF.
005268     MOVE RM-NEW-PROFILE(RM-SUB) TO RM-RULE-PROFILE.
005270     WRITE RM-RULE-RECORD.
005280 4200-EXIT.
005290     EXIT.
006202            "  EFFECTIVE "          DELIMITED BY SIZE
006204            RM-NEW-EFFDT(RM-SUB)    DELIMITED BY SIZE
006210       INTO RM-DETAIL-LINE.
006212     IF RM-NEW-PROFILE(RM-SUB) NOT = SPACES
006214       MOVE "PROFILE" TO RM-DETAIL-LINE(53:7)
006216       MOVE RM-NEW-PROFILE(RM-SUB) TO RM-DETAIL-LINE(61:4)
006218     END-IF.
006220     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
006230 8100-EXIT.
006240     EXIT.
006250
006260 9999-EXIT.
006262     IF RM-MSGLOG-IS-OPEN
006264       CLOSE MSGLOG-FILE
006266     END-IF.
006270     STOP RUN.
006280
006290*-----------------------------------------------------------------
006300* 9800-ISSUE-MESSAGE
006310* ISSUES THE MESSAGE BUILT IN RM-MSG-TEXT: DISPLAYS IT ON
006320* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
006330* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
006340* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
006350* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
006360* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
006370*-----------------------------------------------------------------
006380 9800-ISSUE-MESSAGE.
006390     MOVE 132 TO RM-MSG-LEN.
006400     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
006410       UNTIL RM-MSG-LEN = 1
006420         OR RM-MSG-TEXT(RM-MSG-LEN:1) NOT = SPACE.
006430     DISPLAY RM-MSG-TEXT(1:RM-MSG-LEN).
006440     IF RM-MSGLOG-NOT-OPENED
006450       OPEN EXTEND MSGLOG-FILE
006460       IF RM-MSGLOG-STATUS = "00"
006470         SET RM-MSGLOG-IS-OPEN TO TRUE
006480       ELSE
006490         SET RM-MSGLOG-UNAVAILABLE TO TRUE
006500         DISPLAY "FBRULMNT0005I MSGLOG NOT AVAILABLE - "
006510             "MESSAGES ON SYSOUT ONLY"
006520       END-IF
006530     END-IF.
006540     IF NOT RM-MSGLOG-IS-OPEN
006550       GO TO 9800-EXIT
006560     END-IF.
006570     ACCEPT RM-MSG-DATE FROM DATE YYYYMMDD.
006580     ACCEPT RM-MSG-TIME FROM TIME.
006590     MOVE SPACES TO FB-MSGL-RECORD.
006600     MOVE "FBRULMNT" TO FB-MSGL-PROGRAM.
006610     MOVE RM-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
006620     MOVE RM-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
006630     STRING RM-MSG-MM   DELIMITED BY SIZE
006640            "/"         DELIMITED BY SIZE
006650            RM-MSG-DD   DELIMITED BY SIZE
006660            "/"         DELIMITED BY SIZE
006670            RM-MSG-YYYY DELIMITED BY SIZE
006680       INTO FB-MSGL-LOG-DATE.
006690     STRING RM-MSG-HH   DELIMITED BY SIZE
006700            ":"         DELIMITED BY SIZE
006710            RM-MSG-MI   DELIMITED BY SIZE
006720            ":"         DELIMITED BY SIZE
006730            RM-MSG-SS   DELIMITED BY SIZE
006740       INTO FB-MSGL-LOG-TIME.
006750     MOVE RM-MSG-TEXT(15:) TO FB-MSGL-TEXT.
006760     WRITE FB-MSGL-RECORD.
006770 9800-EXIT.
006780     EXIT.
006790
006800 9810-FIND-MSG-END.
006810     SUBTRACT 1 FROM RM-MSG-LEN.
006820 9810-EXIT.
006830     EXIT.
