000010*----------------------------------------------------------------*
000020* MODIFICATION HISTORY                                           *
000030*----------------------------------------------------------------*
000040* DATE       INIT  DESCRIPTION                                   *
000050* 10/14/2026 RDM   ORIGINAL VERSION. SKIPLIST MAINTENANCE, ON THE
000060*                  FBRULMNT PATTERN. APPLIES ADD / CHANGE /
000070*                  DELETE TRANSACTION CARDS (SKIPTRAN) AGAINST
000080*                  THE CURRENT SKIPLIST, KEYED BY THE ENTRY'S
000090*                  FROM VALUE, AND VALIDATES THE RESULT: NUMERIC
000100*                  FROM/THRU WITH THRU NOT BELOW FROM, ACTION
000110*                  SKIP OR OVER, NO OVERRIDE WITH BLANK TEXT, NO
000120*                  MORE THAN THE MAIN JOB'S 50-ENTRY LIMIT AND -
000130*                  SINCE THE MAIN JOB LETS THE FIRST MATCHING
000140*                  ENTRY WIN - NO TWO ENTRIES WHOSE FROM/THRU
000150*                  RANGES OVERLAP. EACH ENTRY NOW CARRIES AN
000160*                  EXPIRY DATE (YYYYMMDD, COLS 47-54, BLANK FOR
000170*                  A PERMANENT ENTRY) AND A REQUESTER/TICKET
000180*                  REFERENCE (COLS 56-67, REQUIRED ON EVERY ADD
000190*                  AND CHANGE). ENTRIES PAST THEIR EXPIRY DATE
000200*                  DROP OFF THE REWRITTEN FILE. ONLY WHEN THE
000210*                  WHOLE BATCH IS CLEAN IS THE REPLACED FILE
000220*                  SAVED AS A PRIOR VERSION (SKIPPRV) AND
000230*                  SKIPLIST REWRITTEN. PRINTS A BEFORE/AFTER
000240*                  MAINTENANCE REPORT (SKIPRPT) FOR THE CHANGE
000250*                  TICKET. A DIRTY BATCH LEAVES SKIPLIST
000260*                  UNTOUCHED AND ENDS WITH RETURN-CODE 8.
000270* 10/14/2026 RDM   EVERY MESSAGE IS NOW ALSO APPENDED TO THE SUITE
000280*                  MESSAGE LOG (MSGLOG) BY 9800-ISSUE-MESSAGE,
000290*                  WITH PROGRAM, MESSAGE ID, SEVERITY, BUSINESS
000300*                  DATE, RUN ID AND TIMESTAMP, FOR FBMSGRPT.
000310*                  A MISSING MSGLOG DOES NOT STOP THE RUN.
000320* 10/15/2026 RDM   CLIENT PROFILES. EACH ENTRY CARRIES A PROFILE
000330*                  CODE (SKIPLIST COLS 69-72, SKIPTRAN COLS 76-79;
000340*                  BLANK = EVERY PROFILE) AND IS KEYED BY FROM
000350*                  VALUE WITHIN PROFILE. TWO ENTRIES OVERLAP ONLY
000360*                  WHEN THEY SHARE A PROFILE OR EITHER IS FOR
000370*                  EVERY PROFILE. THE LISTINGS SHOW THE PROFILE;
000380*                  THE EXPIRED MARK MOVES TO COL 76 AS "EXPD".
000390*----------------------------------------------------------------*
000400
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    FBSKPMNT.
000430 AUTHOR.        R D MARKHAM.
000440 INSTALLATION.  BATCH SYSTEMS SUPPORT.
000450 DATE-WRITTEN.  10/14/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SKIP-FILE ASSIGN TO "SKIPLIST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SM-SKIP-STATUS.
000540
000550     SELECT SKIPTRAN-FILE ASSIGN TO "SKIPTRAN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS SM-SKIPTRAN-STATUS.
000580
000590     SELECT SKIPPRV-FILE ASSIGN TO "SKIPPRV"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SM-SKIPPRV-STATUS.
000620
000630     SELECT SKIPRPT-FILE ASSIGN TO "SKIPRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SM-SKIPRPT-STATUS.
000660
000670     SELECT MSGLOG-FILE ASSIGN TO "MSGLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SM-MSGLOG-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*    SAME LAYOUT AS THE MAIN JOB'S FB-SKIP-RECORD. KEEP IN STEP
000740*    WITH FIZZBUZZ AND FBVERIFY.
000750 FD  SKIP-FILE
000760     LABEL RECORDS ARE OMITTED.
000770 01  SM-SKIP-RECORD.
000780     05  SM-SKIP-REC-FROM-X    PIC X(09).
000790     05  FILLER                PIC X(01).
000800     05  SM-SKIP-REC-THRU-X    PIC X(09).
000810     05  FILLER                PIC X(01).
000820     05  SM-SKIP-REC-ACTION    PIC X(04).
000830     05  FILLER                PIC X(01).
000840     05  SM-SKIP-REC-TEXT      PIC X(20).
000850     05  FILLER                PIC X(01).
000860     05  SM-SKIP-REC-EXPIRY    PIC X(08).
000870     05  FILLER                PIC X(01).
000880     05  SM-SKIP-REC-REF       PIC X(12).
000890     05  FILLER                PIC X(01).
000900     05  SM-SKIP-REC-PROFILE   PIC X(04).
000910     05  FILLER                PIC X(08).
000920
000930 FD  SKIPTRAN-FILE
000940     LABEL RECORDS ARE OMITTED.
000950 01  SM-TRAN-RECORD.
000960     05  SM-TRAN-ACTION        PIC X(06).
000970         88  SM-TRAN-IS-ADD            VALUE "ADD   ".
000980         88  SM-TRAN-IS-CHANGE         VALUE "CHANGE".
000990         88  SM-TRAN-IS-DELETE         VALUE "DELETE".
001000     05  FILLER                PIC X(01).
001010     05  SM-TRAN-FROM-X        PIC X(09).
001020     05  FILLER                PIC X(01).
001030     05  SM-TRAN-THRU-X        PIC X(09).
001040     05  FILLER                PIC X(01).
001050     05  SM-TRAN-SKIP-ACT      PIC X(04).
001060     05  FILLER                PIC X(01).
001070     05  SM-TRAN-TEXT          PIC X(20).
001080     05  FILLER                PIC X(01).
001090     05  SM-TRAN-EXPIRY-X      PIC X(08).
001100     05  FILLER                PIC X(01).
001110     05  SM-TRAN-REF           PIC X(12).
001120     05  FILLER                PIC X(01).
001130     05  SM-TRAN-PROFILE       PIC X(04).
001140     05  FILLER                PIC X(01).
001150
001160 FD  SKIPPRV-FILE
001170     LABEL RECORDS ARE OMITTED.
001180 01  SM-PRIOR-RECORD           PIC X(80).
001190
001200 FD  SKIPRPT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  SM-REPORT-RECORD          PIC X(80).
001230
001240 FD  MSGLOG-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY FBMSGLOG.
001270
001280 WORKING-STORAGE SECTION.
001290 01  SM-FILE-STATUSES.
001300     05  SM-SKIP-STATUS        PIC X(02) VALUE "00".
001310     05  SM-SKIPTRAN-STATUS    PIC X(02) VALUE "00".
001320     05  SM-SKIPPRV-STATUS     PIC X(02) VALUE "00".
001330     05  SM-SKIPRPT-STATUS     PIC X(02) VALUE "00".
001340     05  SM-MSGLOG-STATUS      PIC X(02) VALUE "00".
001350
001360 01  SM-SWITCHES.
001370     05  SM-BATCH-CLEAN-SW     PIC X(01) VALUE "Y".
001380         88  SM-BATCH-IS-CLEAN         VALUE "Y".
001390         88  SM-BATCH-IS-DIRTY         VALUE "N".
001400     05  SM-TRAN-EOF-SW        PIC X(01) VALUE "N".
001410         88  SM-TRAN-AT-EOF            VALUE "Y".
001420     05  SM-FIELDS-OK-SW       PIC X(01) VALUE "Y".
001430         88  SM-FIELDS-ARE-OK          VALUE "Y".
001440         88  SM-FIELDS-ARE-BAD         VALUE "N".
001450
001460*    THE MAIN JOB'S FB-SKIP-LIMIT. THE WORK TABLES ARE WIDER SO
001470*    AN OVER-FULL RESULT CAN BE HELD, LISTED AND REJECTED
001480*    INSTEAD OF OVERFLOWING WHILE THE TRANSACTIONS ARE APPLYING.
001490 01  SM-SKIP-LIMIT             PIC 9(03) VALUE 50.
001500 01  SM-TABLE-LIMIT            PIC 9(03) VALUE 60.
001510
001520*    THE FILE AS IT STOOD BEFORE MAINTENANCE, ROW FOR ROW, FOR
001530*    THE BEFORE LISTING AND THE SKIPPRV PRIOR VERSION.
001540 01  SM-OLD-TABLE.
001550     05  SM-OLD-ENTRY OCCURS 60 TIMES.
001560         10  SM-OLD-IMAGE      PIC X(80).
001570 01  SM-OLD-COUNT              PIC 9(03) VALUE 0.
001580
001590 01  SM-NEW-TABLE.
001600     05  SM-NEW-ENTRY OCCURS 60 TIMES.
001610         10  SM-NEW-FROM-X     PIC X(09).
001620         10  SM-NEW-FROM REDEFINES SM-NEW-FROM-X
001630                               PIC 9(09).
001640         10  SM-NEW-THRU-X     PIC X(09).
001650         10  SM-NEW-THRU REDEFINES SM-NEW-THRU-X
001660                               PIC 9(09).
001670         10  SM-NEW-ACTION     PIC X(04).
001680         10  SM-NEW-TEXT       PIC X(20).
001690         10  SM-NEW-EXPIRY     PIC X(08).
001700         10  SM-NEW-REF        PIC X(12).
001710         10  SM-NEW-PROFILE    PIC X(04).
001720 01  SM-NEW-COUNT              PIC 9(03) VALUE 0.
001730
001740 01  SM-WORK-FIELDS.
001750     05  SM-SUB                PIC 9(03) VALUE 0.
001760     05  SM-SUB2               PIC 9(03) VALUE 0.
001770     05  SM-FOUND-SUB          PIC 9(03) VALUE 0.
001780     05  SM-TODAY-KEY          PIC 9(08) VALUE 0.
001790     05  SM-EXPIRY-DATE        PIC 9(08) VALUE 0.
001800     05  SM-FROM-VALUE         PIC 9(09) VALUE 0.
001810     05  SM-THRU-VALUE         PIC 9(09) VALUE 0.
001820     05  SM-LOW-1              PIC 9(09) VALUE 0.
001830     05  SM-HIGH-1             PIC 9(09) VALUE 0.
001840     05  SM-LOW-2              PIC 9(09) VALUE 0.
001850     05  SM-HIGH-2             PIC 9(09) VALUE 0.
001860
001870 01  SM-COUNTERS.
001880     05  SM-TRAN-COUNT         PIC 9(05) VALUE 0.
001890     05  SM-APPLIED-COUNT      PIC 9(05) VALUE 0.
001900     05  SM-ERROR-COUNT        PIC 9(05) VALUE 0.
001910     05  SM-EXPIRED-COUNT      PIC 9(05) VALUE 0.
001920
001930 01  SM-REPORT-CONTROL.
001940     05  SM-LINE-COUNT         PIC 9(03) VALUE 0.
001950     05  SM-LINES-PER-PAGE     PIC 9(03) VALUE 60.
001960     05  SM-PAGE-COUNT         PIC 9(07) VALUE 0.
001970     05  SM-DETAIL-LINE        PIC X(80) VALUE SPACES.
001980
001990 01  SM-COLUMN-HEADING.
002000     05  FILLER                PIC X(27) VALUE
002010         "  FROM      THRU      ACTN ".
002020     05  FILLER                PIC X(21) VALUE "TEXT".
002030     05  FILLER                PIC X(09) VALUE "EXPIRES".
002040     05  FILLER                PIC X(13) VALUE "REFERENCE".
002050     05  FILLER                PIC X(10) VALUE "PRF".
002060
002070 01  SM-CURRENT-DATE.
002080     05  SM-CUR-YYYY           PIC 9(04).
002090     05  SM-CUR-MM             PIC 9(02).
002100     05  SM-CUR-DD             PIC 9(02).
002110 01  SM-RUN-DATE-DISPLAY       PIC X(10) VALUE SPACES.
002120
002130*    EACH MESSAGE IS BUILT HERE AND ISSUED BY 9800-ISSUE-MESSAGE
002140*    TO SYSOUT AND TO MSGLOG.
002150 01  SM-MESSAGE-AREA.
002160     05  SM-MSG-TEXT           PIC X(132) VALUE SPACES.
002170     05  SM-MSG-LEN            PIC 9(03) VALUE 0.
002180     05  SM-MSGLOG-SW          PIC X(01) VALUE "N".
002190         88  SM-MSGLOG-NOT-OPENED      VALUE "N".
002200         88  SM-MSGLOG-IS-OPEN         VALUE "Y".
002210         88  SM-MSGLOG-UNAVAILABLE     VALUE "U".
002220 01  SM-MSG-DATE.
002230     05  SM-MSG-YYYY           PIC 9(04).
002240     05  SM-MSG-MM             PIC 9(02).
002250     05  SM-MSG-DD             PIC 9(02).
002260 01  SM-MSG-TIME.
002270     05  SM-MSG-HH             PIC 9(02).
002280     05  SM-MSG-MI             PIC 9(02).
002290     05  SM-MSG-SS             PIC 9(02).
002300     05  SM-MSG-HS             PIC 9(02).
002310
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 1100-LOAD-OLD-ENTRIES THRU 1100-EXIT.
002360     PERFORM 1200-LIST-OLD-ENTRIES THRU 1200-EXIT.
002370     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002380     PERFORM 3000-VALIDATE-RESULT THRU 3000-EXIT.
002390     PERFORM 4000-WRITE-NEW-FILES THRU 4000-EXIT.
002400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002410     GO TO 9999-EXIT.
002420
002430*-----------------------------------------------------------------
002440* 1000-INITIALIZE
002450* OPEN THE MAINTENANCE REPORT AND THE TRANSACTION DECK. EITHER
002460* FILE FAILING TO OPEN REJECTS THE RUN.
002470*-----------------------------------------------------------------
002480 1000-INITIALIZE.
002490     ACCEPT SM-CURRENT-DATE FROM DATE YYYYMMDD.
002500     STRING SM-CUR-MM   DELIMITED BY SIZE
002510            "/"         DELIMITED BY SIZE
002520            SM-CUR-DD   DELIMITED BY SIZE
002530            "/"         DELIMITED BY SIZE
002540            SM-CUR-YYYY DELIMITED BY SIZE
002550       INTO SM-RUN-DATE-DISPLAY.
002560     MOVE SM-CURRENT-DATE TO SM-TODAY-KEY.
002570     OPEN OUTPUT SKIPRPT-FILE.
002580     IF SM-SKIPRPT-STATUS NOT = "00"
002590       MOVE "FBSKPMNT0001E SKIPRPT OPEN FAILED - RUN REJECTED"
002600         TO SM-MSG-TEXT
002610       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002620       MOVE 16 TO RETURN-CODE
002630       GO TO 9999-EXIT
002640     END-IF.
002650     OPEN INPUT SKIPTRAN-FILE.
002660     IF SM-SKIPTRAN-STATUS NOT = "00"
002670       MOVE "FBSKPMNT0002E SKIPTRAN OPEN FAILED - RUN REJECTED"
002680         TO SM-MSG-TEXT
002690       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
002700       MOVE 16 TO RETURN-CODE
002710       CLOSE SKIPRPT-FILE
002720       GO TO 9999-EXIT
002730     END-IF.
002740     PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770
002780*-----------------------------------------------------------------
002790* 1100-LOAD-OLD-ENTRIES
002800* LOADS THE CURRENT SKIPLIST INTO THE OLD-ENTRY TABLE AND SEEDS
002810* THE NEW-ENTRY TABLE FROM IT, LEAVING OUT ANY ENTRY WHOSE
002820* EXPIRY DATE HAS PASSED SO A TEMPORARY EXCLUSION DROPS OFF THE
002830* FILE ON ITS OWN. A MISSING SKIPLIST STARTS FROM AN EMPTY LIST
002840* SO A FIRST-TIME FILE CAN BE BUILT WITH ADDS. MORE ROWS THAN
002850* THE WORK TABLE HOLDS MARKS THE BATCH DIRTY - REWRITING THE
002860* FILE WOULD SILENTLY LOSE THE ROWS NOT LOADED.
002870*-----------------------------------------------------------------
002880 1100-LOAD-OLD-ENTRIES.
002890     MOVE 0 TO SM-OLD-COUNT.
002900     MOVE 0 TO SM-NEW-COUNT.
002910     OPEN INPUT SKIP-FILE.
002920     IF SM-SKIP-STATUS = "00"
002930       PERFORM 1110-READ-ONE-ENTRY THRU 1110-EXIT
002940         UNTIL SM-SKIP-STATUS NOT = "00"
002950       CLOSE SKIP-FILE
002960     ELSE
002970       MOVE SPACES TO SM-DETAIL-LINE
002980       MOVE "SKIPLIST NOT AVAILABLE - STARTING FROM EMPTY LIST"
002990         TO SM-DETAIL-LINE
003000       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
003010     END-IF.
003020 1100-EXIT.
003030     EXIT.
003040
003050 1110-READ-ONE-ENTRY.
003060     READ SKIP-FILE
003070     IF SM-SKIP-STATUS NOT = "00"
003080       GO TO 1110-EXIT
003090     END-IF.
003100     IF SM-OLD-COUNT >= SM-TABLE-LIMIT
003110       SET SM-BATCH-IS-DIRTY TO TRUE
003120       MOVE SPACES TO SM-DETAIL-LINE
003130       STRING "*** SKIPLIST ROW "        DELIMITED BY SIZE
003140              SM-SKIP-REC-FROM-X         DELIMITED BY SIZE
003150              " PAST TABLE LIMIT - FILE CANNOT BE REWRITTEN ***"
003160                                         DELIMITED BY SIZE
003170         INTO SM-DETAIL-LINE
003180       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
003190       GO TO 1110-EXIT
003200     END-IF.
003210     ADD 1 TO SM-OLD-COUNT.
003220     MOVE SM-SKIP-RECORD TO SM-OLD-IMAGE(SM-OLD-COUNT).
003230     IF SM-SKIP-REC-EXPIRY NUMERIC
003240       MOVE SM-SKIP-REC-EXPIRY TO SM-EXPIRY-DATE
003250       IF SM-EXPIRY-DATE < SM-TODAY-KEY
003260         ADD 1 TO SM-EXPIRED-COUNT
003270         GO TO 1110-EXIT
003280       END-IF
003290     END-IF.
003300     ADD 1 TO SM-NEW-COUNT.
003310     MOVE SM-SKIP-REC-FROM-X TO SM-NEW-FROM-X(SM-NEW-COUNT).
003320     MOVE SM-SKIP-REC-THRU-X TO SM-NEW-THRU-X(SM-NEW-COUNT).
003330     MOVE SM-SKIP-REC-ACTION TO SM-NEW-ACTION(SM-NEW-COUNT).
003340     MOVE SM-SKIP-REC-TEXT   TO SM-NEW-TEXT(SM-NEW-COUNT).
003350     MOVE SM-SKIP-REC-EXPIRY TO SM-NEW-EXPIRY(SM-NEW-COUNT).
003360     MOVE SM-SKIP-REC-REF    TO SM-NEW-REF(SM-NEW-COUNT).
003370     MOVE SM-SKIP-REC-PROFILE TO SM-NEW-PROFILE(SM-NEW-COUNT).
003380 1110-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------------
003420* 1200-LIST-OLD-ENTRIES
003430* LISTS THE SKIPLIST AS IT STOOD BEFORE THIS MAINTENANCE RUN,
003440* MARKING EVERY ENTRY WHOSE EXPIRY DATE HAS PASSED.
003450*-----------------------------------------------------------------
003460 1200-LIST-OLD-ENTRIES.
003470     MOVE "*** SKIPLIST BEFORE MAINTENANCE ***" TO SM-DETAIL-LINE.
003480     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003490     MOVE SM-COLUMN-HEADING TO SM-DETAIL-LINE.
003500     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003510     IF SM-OLD-COUNT = 0
003520       MOVE "  (NO ENTRIES)" TO SM-DETAIL-LINE
003530       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
003540     END-IF.
003550     PERFORM 1210-LIST-ONE-OLD-ENTRY THRU 1210-EXIT
003560       VARYING SM-SUB FROM 1 BY 1 UNTIL SM-SUB > SM-OLD-COUNT.
003570     MOVE SPACES TO SM-DETAIL-LINE.
003580     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003590 1200-EXIT.
003600     EXIT.
003610
003620 1210-LIST-ONE-OLD-ENTRY.
003630     MOVE SM-OLD-IMAGE(SM-SUB) TO SM-SKIP-RECORD.
003640     MOVE SPACES TO SM-DETAIL-LINE.
003650     STRING "  "                    DELIMITED BY SIZE
003660            SM-SKIP-REC-FROM-X      DELIMITED BY SIZE
003670            " "                     DELIMITED BY SIZE
003680            SM-SKIP-REC-THRU-X      DELIMITED BY SIZE
003690            " "                     DELIMITED BY SIZE
003700            SM-SKIP-REC-ACTION      DELIMITED BY SIZE
003710            " "                     DELIMITED BY SIZE
003720            SM-SKIP-REC-TEXT        DELIMITED BY SIZE
003730            " "                     DELIMITED BY SIZE
003740            SM-SKIP-REC-EXPIRY      DELIMITED BY SIZE
003750            " "                     DELIMITED BY SIZE
003760            SM-SKIP-REC-REF         DELIMITED BY SIZE
003770       INTO SM-DETAIL-LINE.
003780     MOVE SM-SKIP-REC-PROFILE TO SM-DETAIL-LINE(71:4).
003790     IF SM-SKIP-REC-EXPIRY NUMERIC
003800       MOVE SM-SKIP-REC-EXPIRY TO SM-EXPIRY-DATE
003810       IF SM-EXPIRY-DATE < SM-TODAY-KEY
003820         MOVE "EXPD" TO SM-DETAIL-LINE(76:4)
003830       END-IF
003840     END-IF.
003850     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003860 1210-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------------
003900* 2000-PROCESS-TRANSACTIONS
003910* READS AND APPLIES EVERY TRANSACTION CARD IN THE SKIPTRAN DECK
003920* AGAINST THE NEW-ENTRY TABLE, LISTING EACH CARD AND ITS RESULT.
003930*-----------------------------------------------------------------
003940 2000-PROCESS-TRANSACTIONS.
003950     MOVE "*** TRANSACTIONS ***" TO SM-DETAIL-LINE.
003960     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
003970     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
003980       UNTIL SM-TRAN-AT-EOF.
003990     IF SM-TRAN-COUNT = 0
004000       MOVE "  (NO TRANSACTIONS)" TO SM-DETAIL-LINE
004010       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004020     END-IF.
004030     MOVE SPACES TO SM-DETAIL-LINE.
004040     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
004050 2000-EXIT.
004060     EXIT.
004070
004080*-----------------------------------------------------------------
004090* 2100-APPLY-ONE-TRAN
004100* VALIDATES AND APPLIES ONE TRANSACTION CARD. THE ENTRY IS
004110* IDENTIFIED BY ITS FROM VALUE. ANY ERROR MARKS THE WHOLE BATCH
004120* DIRTY SO THE NEW SKIPLIST IS NOT WRITTEN.
004130*-----------------------------------------------------------------
004140 2100-APPLY-ONE-TRAN.
004150     READ SKIPTRAN-FILE
004160       AT END
004170         SET SM-TRAN-AT-EOF TO TRUE
004180         GO TO 2100-EXIT
004190     END-READ.
004200     ADD 1 TO SM-TRAN-COUNT.
004210     MOVE SPACES TO SM-DETAIL-LINE.
004220     STRING "  "             DELIMITED BY SIZE
004230            SM-TRAN-ACTION   DELIMITED BY SIZE
004240            " "              DELIMITED BY SIZE
004250            SM-TRAN-FROM-X   DELIMITED BY SIZE
004260            " "              DELIMITED BY SIZE
004270            SM-TRAN-THRU-X   DELIMITED BY SIZE
004280            " "              DELIMITED BY SIZE
004290            SM-TRAN-SKIP-ACT DELIMITED BY SIZE
004300            " "              DELIMITED BY SIZE
004310            SM-TRAN-TEXT     DELIMITED BY SIZE
004320            " "              DELIMITED BY SIZE
004330            SM-TRAN-EXPIRY-X DELIMITED BY SIZE
004340            " "              DELIMITED BY SIZE
004350            SM-TRAN-REF      DELIMITED BY SIZE
004360       INTO SM-DETAIL-LINE.
004370     MOVE SM-TRAN-PROFILE TO SM-DETAIL-LINE(77:4).
004380     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
004390     IF SM-TRAN-FROM-X NOT NUMERIC
004400       PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
004410       MOVE "  *** FROM VALUE IS NOT NUMERIC ***"
004420         TO SM-DETAIL-LINE
004430       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004440       GO TO 2100-EXIT
004450     END-IF.
004460     PERFORM 2140-FIND-ENTRY THRU 2140-EXIT.
004470     IF SM-TRAN-IS-ADD
004480       PERFORM 2110-APPLY-ADD THRU 2110-EXIT
004490     ELSE
004500       IF SM-TRAN-IS-CHANGE
004510         PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
004520       ELSE
004530         IF SM-TRAN-IS-DELETE
004540           PERFORM 2130-APPLY-DELETE THRU 2130-EXIT
004550         ELSE
004560           PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
004570           MOVE "  *** ACTION MUST BE ADD/CHANGE/DELETE ***"
004580             TO SM-DETAIL-LINE
004590           PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004600         END-IF
004610       END-IF
004620     END-IF.
004630 2100-EXIT.
004640     EXIT.
004650
004660 2110-APPLY-ADD.
004670     IF SM-FOUND-SUB > 0
004680       PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
004690       MOVE "  *** ENTRY FOR THIS FROM VALUE ALREADY ON FILE ***"
004700         TO SM-DETAIL-LINE
004710       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004720       GO TO 2110-EXIT
004730     END-IF.
004740     PERFORM 2160-EDIT-ENTRY-FIELDS THRU 2160-EXIT.
004750     IF SM-FIELDS-ARE-BAD
004760       GO TO 2110-EXIT
004770     END-IF.
004780     IF SM-NEW-COUNT >= SM-TABLE-LIMIT
004790       PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
004800       MOVE "  *** SKIPLIST WORK TABLE IS FULL ***"
004810         TO SM-DETAIL-LINE
004820       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
004830       GO TO 2110-EXIT
004840     END-IF.
004850     ADD 1 TO SM-NEW-COUNT.
004860     MOVE SM-NEW-COUNT TO SM-FOUND-SUB.
004870     PERFORM 2170-MOVE-CARD-TO-ENTRY THRU 2170-EXIT.
004880     ADD 1 TO SM-APPLIED-COUNT.
004890 2110-EXIT.
004900     EXIT.
004910
004920*    A CHANGE REPLACES THE WHOLE ENTRY (THRU, ACTION, TEXT,
004930*    EXPIRY AND REFERENCE) WITH WHAT IS PUNCHED ON THE CARD.
004940 2120-APPLY-CHANGE.
004950     IF SM-FOUND-SUB = 0
004960       PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
004970       MOVE "  *** NO ENTRY FOR THIS FROM VALUE ON FILE ***"
004980         TO SM-DETAIL-LINE
004990       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
005000       GO TO 2120-EXIT
005010     END-IF.
005020     PERFORM 2160-EDIT-ENTRY-FIELDS THRU 2160-EXIT.
005030     IF SM-FIELDS-ARE-BAD
005040       GO TO 2120-EXIT
005050     END-IF.
005060     PERFORM 2170-MOVE-CARD-TO-ENTRY THRU 2170-EXIT.
005070     ADD 1 TO SM-APPLIED-COUNT.
005080 2120-EXIT.
005090     EXIT.
005100
005110 2130-APPLY-DELETE.
005120     IF SM-FOUND-SUB = 0
005130       PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
005140       MOVE "  *** NO ENTRY FOR THIS FROM VALUE ON FILE ***"
005150         TO SM-DETAIL-LINE
005160       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
005170       GO TO 2130-EXIT
005180     END-IF.
005190     PERFORM 2135-SHIFT-ONE-ENTRY THRU 2135-EXIT
005200       VARYING SM-SUB FROM SM-FOUND-SUB BY 1
005210         UNTIL SM-SUB >= SM-NEW-COUNT.
005220     SUBTRACT 1 FROM SM-NEW-COUNT.
005230     ADD 1 TO SM-APPLIED-COUNT.
005240 2130-EXIT.
005250     EXIT.
005260
005270 2135-SHIFT-ONE-ENTRY.
005280     ADD 1 TO SM-SUB GIVING SM-SUB2.
005290     MOVE SM-NEW-ENTRY(SM-SUB2) TO SM-NEW-ENTRY(SM-SUB).
005300 2135-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------------
005340* 2140-FIND-ENTRY
005350* SEARCHES THE NEW-ENTRY TABLE FOR THE TRANSACTION'S FROM VALUE
005360* AND PROFILE. LEAVES THE ENTRY NUMBER IN SM-FOUND-SUB, OR ZERO
005370* FOR NO HIT.
005380*-----------------------------------------------------------------
005390 2140-FIND-ENTRY.
005400     MOVE 0 TO SM-FOUND-SUB.
005410     PERFORM 2145-TEST-ONE-ENTRY THRU 2145-EXIT
005420       VARYING SM-SUB FROM 1 BY 1 UNTIL SM-SUB > SM-NEW-COUNT.
005430 2140-EXIT.
005440     EXIT.
005450
005460 2145-TEST-ONE-ENTRY.
005470     IF SM-NEW-FROM-X(SM-SUB) = SM-TRAN-FROM-X
005480       AND SM-NEW-PROFILE(SM-SUB) = SM-TRAN-PROFILE
005490       MOVE SM-SUB TO SM-FOUND-SUB
005500     END-IF.
005510 2145-EXIT.
005520     EXIT.
005530
005540 2150-FLAG-TRAN-ERROR.
005550     ADD 1 TO SM-ERROR-COUNT.
005560     SET SM-BATCH-IS-DIRTY TO TRUE.
005570 2150-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610* 2160-EDIT-ENTRY-FIELDS
005620* EDITS THE ENTRY FIELDS OF AN ADD OR CHANGE CARD: THRU BLANK
005630* (A SINGLE VALUE) OR NUMERIC AND NOT BELOW FROM, ACTION SKIP OR
005640* OVER, OVERRIDE TEXT PRESENT FOR OVER, EXPIRY BLANK (PERMANENT)
005650* OR A PLAUSIBLE YYYYMMDD NOT ALREADY PAST, AND A REQUESTER/
005660* TICKET REFERENCE SO EVERY CHANGE CAN BE TRACED. EVERY BAD
005670* FIELD IS REPORTED, NOT JUST THE FIRST.
005680*-----------------------------------------------------------------
005690 2160-EDIT-ENTRY-FIELDS.
005700     MOVE "Y" TO SM-FIELDS-OK-SW.
005710     MOVE SM-TRAN-FROM-X TO SM-FROM-VALUE.
005720     IF SM-TRAN-THRU-X NOT = SPACES
005730       IF SM-TRAN-THRU-X NOT NUMERIC
005740         MOVE "  *** THRU VALUE IS NOT NUMERIC ***"
005750           TO SM-DETAIL-LINE
005760         PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
005770       ELSE
005780         MOVE SM-TRAN-THRU-X TO SM-THRU-VALUE
005790         IF SM-THRU-VALUE < SM-FROM-VALUE
005800           MOVE "  *** THRU VALUE IS BELOW FROM VALUE ***"
005810             TO SM-DETAIL-LINE
005820           PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
005830         END-IF
005840       END-IF
005850     END-IF.
005860     IF SM-TRAN-SKIP-ACT NOT = "SKIP"
005870       AND SM-TRAN-SKIP-ACT NOT = "OVER"
005880       MOVE "  *** ENTRY ACTION MUST BE SKIP OR OVER ***"
005890         TO SM-DETAIL-LINE
005900       PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
005910     END-IF.
005920     IF SM-TRAN-SKIP-ACT = "OVER"
005930       AND SM-TRAN-TEXT = SPACES
005940       MOVE "  *** OVERRIDE TEXT IS BLANK ***" TO SM-DETAIL-LINE
005950       PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
005960     END-IF.
005970     IF SM-TRAN-EXPIRY-X NOT = SPACES
005980       IF SM-TRAN-EXPIRY-X NOT NUMERIC
005990         OR SM-TRAN-EXPIRY-X(5:2) < "01"
006000         OR SM-TRAN-EXPIRY-X(5:2) > "12"
006010         OR SM-TRAN-EXPIRY-X(7:2) < "01"
006020         OR SM-TRAN-EXPIRY-X(7:2) > "31"
006030         MOVE "  *** EXPIRY DATE IS INVALID ***" TO SM-DETAIL-LINE
006040         PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
006050       ELSE
006060         MOVE SM-TRAN-EXPIRY-X TO SM-EXPIRY-DATE
006070         IF SM-EXPIRY-DATE < SM-TODAY-KEY
006080           MOVE "  *** EXPIRY DATE IS IN THE PAST ***"
006090             TO SM-DETAIL-LINE
006100           PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
006110         END-IF
006120       END-IF
006130     END-IF.
006140     IF SM-TRAN-REF = SPACES
006150       MOVE "  *** REQUESTER/TICKET REFERENCE IS BLANK ***"
006160         TO SM-DETAIL-LINE
006170       PERFORM 2165-FLAG-FIELD-ERROR THRU 2165-EXIT
006180     END-IF.
006190 2160-EXIT.
006200     EXIT.
006210
006220 2165-FLAG-FIELD-ERROR.
006230     IF SM-FIELDS-ARE-OK
006240       PERFORM 2150-FLAG-TRAN-ERROR THRU 2150-EXIT
006250     END-IF.
006260     SET SM-FIELDS-ARE-BAD TO TRUE.
006270     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
006280 2165-EXIT.
006290     EXIT.
006300
006310 2170-MOVE-CARD-TO-ENTRY.
006320     MOVE SM-TRAN-FROM-X   TO SM-NEW-FROM-X(SM-FOUND-SUB).
006330     MOVE SM-TRAN-THRU-X   TO SM-NEW-THRU-X(SM-FOUND-SUB).
006340     MOVE SM-TRAN-SKIP-ACT TO SM-NEW-ACTION(SM-FOUND-SUB).
006350     MOVE SM-TRAN-TEXT     TO SM-NEW-TEXT(SM-FOUND-SUB).
006360     MOVE SM-TRAN-EXPIRY-X TO SM-NEW-EXPIRY(SM-FOUND-SUB).
006370     MOVE SM-TRAN-REF      TO SM-NEW-REF(SM-FOUND-SUB).
006380     MOVE SM-TRAN-PROFILE  TO SM-NEW-PROFILE(SM-FOUND-SUB).
006390 2170-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------------
006430* 3000-VALIDATE-RESULT
006440* VALIDATES THE RESULT OF THE WHOLE BATCH, INCLUDING ENTRIES
006450* CARRIED FORWARD UNCHANGED (A HAND-EDITED FILE MAY ALREADY BE
006460* WRONG): EVERY ENTRY MUST LOAD CLEANLY IN THE MAIN JOB, THE
006470* LIST MUST FIT ITS 50-ENTRY TABLE, AND NO TWO ENTRIES MAY
006480* OVERLAP - THE MAIN JOB LETS THE FIRST MATCHING ENTRY WIN, SO
006490* AN OVERLAP WOULD QUIETLY HIDE THE LATER ENTRY. ENTRIES FOR TWO
006500* DIFFERENT PROFILES NEVER MEET, BUT AN ENTRY FOR EVERY PROFILE
006510* (BLANK CODE) MEETS ALL OF THEM.
006520*-----------------------------------------------------------------
006530 3000-VALIDATE-RESULT.
006540     IF SM-NEW-COUNT > SM-SKIP-LIMIT
006550       SET SM-BATCH-IS-DIRTY TO TRUE
006560       MOVE SPACES TO SM-DETAIL-LINE
006570       STRING "*** SKIPLIST WOULD HOLD "   DELIMITED BY SIZE
006580              SM-NEW-COUNT                 DELIMITED BY SIZE
006590              " ENTRIES - LIMIT IS "       DELIMITED BY SIZE
006600              SM-SKIP-LIMIT                DELIMITED BY SIZE
006610              " ***"                       DELIMITED BY SIZE
006620         INTO SM-DETAIL-LINE
006630       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
006640     END-IF.
006650     PERFORM 3100-VALIDATE-ONE-ENTRY THRU 3100-EXIT
006660       VARYING SM-SUB FROM 1 BY 1 UNTIL SM-SUB > SM-NEW-COUNT.
006670 3000-EXIT.
006680     EXIT.
006690
006700 3100-VALIDATE-ONE-ENTRY.
006710     MOVE SPACES TO SM-DETAIL-LINE.
006720     IF SM-NEW-FROM-X(SM-SUB) NOT NUMERIC
006730       MOVE "FROM VALUE IS NOT NUMERIC" TO SM-DETAIL-LINE(30:)
006740       PERFORM 3190-FLAG-ENTRY-ERROR THRU 3190-EXIT
006750       GO TO 3100-EXIT
006760     END-IF.
006770     IF SM-NEW-THRU-X(SM-SUB) NOT = SPACES
006780       IF SM-NEW-THRU-X(SM-SUB) NOT NUMERIC
006790         MOVE "THRU VALUE IS NOT NUMERIC" TO SM-DETAIL-LINE(30:)
006800         PERFORM 3190-FLAG-ENTRY-ERROR THRU 3190-EXIT
006810         GO TO 3100-EXIT
006820       END-IF
006830       IF SM-NEW-THRU(SM-SUB) < SM-NEW-FROM(SM-SUB)
006840         MOVE "THRU VALUE IS BELOW FROM" TO SM-DETAIL-LINE(30:)
006850         PERFORM 3190-FLAG-ENTRY-ERROR THRU 3190-EXIT
006860         GO TO 3100-EXIT
006870       END-IF
006880     END-IF.
006890     IF SM-NEW-ACTION(SM-SUB) NOT = "SKIP"
006900       AND SM-NEW-ACTION(SM-SUB) NOT = "OVER"
006910       MOVE "ACTION IS NOT SKIP OR OVER" TO SM-DETAIL-LINE(30:)
006920       PERFORM 3190-FLAG-ENTRY-ERROR THRU 3190-EXIT
006930     END-IF.
006940     IF SM-NEW-ACTION(SM-SUB) = "OVER"
006950       AND SM-NEW-TEXT(SM-SUB) = SPACES
006960       MOVE "OVERRIDE TEXT IS BLANK" TO SM-DETAIL-LINE(30:)
006970       PERFORM 3190-FLAG-ENTRY-ERROR THRU 3190-EXIT
006980     END-IF.
006990     PERFORM 3150-SET-RANGE-1 THRU 3150-EXIT.
007000     PERFORM 3110-TEST-OVERLAP THRU 3110-EXIT
007010       VARYING SM-SUB2 FROM 1 BY 1 UNTIL SM-SUB2 >= SM-SUB.
007020 3100-EXIT.
007030     EXIT.
007040
007050*    COMPARES ENTRY SM-SUB WITH AN EARLIER ENTRY SM-SUB2. AN
007060*    EARLIER ENTRY THAT IS ITSELF MALFORMED HAS ALREADY BEEN
007070*    REPORTED AND IS NOT COMPARED.
007080 3110-TEST-OVERLAP.
007090     IF SM-NEW-PROFILE(SM-SUB2) NOT = SM-NEW-PROFILE(SM-SUB)
007100       AND SM-NEW-PROFILE(SM-SUB2) NOT = SPACES
007110       AND SM-NEW-PROFILE(SM-SUB) NOT = SPACES
007120       GO TO 3110-EXIT
007130     END-IF.
007140     IF SM-NEW-FROM-X(SM-SUB2) NOT NUMERIC
007150       GO TO 3110-EXIT
007160     END-IF.
007170     IF SM-NEW-THRU-X(SM-SUB2) NOT = SPACES
007180       AND SM-NEW-THRU-X(SM-SUB2) NOT NUMERIC
007190       GO TO 3110-EXIT
007200     END-IF.
007210     MOVE SM-NEW-FROM(SM-SUB2) TO SM-LOW-2.
007220     IF SM-NEW-THRU-X(SM-SUB2) = SPACES
007230       MOVE SM-NEW-FROM(SM-SUB2) TO SM-HIGH-2
007240     ELSE
007250       MOVE SM-NEW-THRU(SM-SUB2) TO SM-HIGH-2
007260     END-IF.
007270     IF SM-LOW-1 > SM-HIGH-2
007280       OR SM-LOW-2 > SM-HIGH-1
007290       GO TO 3110-EXIT
007300     END-IF.
007310     SET SM-BATCH-IS-DIRTY TO TRUE.
007320     MOVE SPACES TO SM-DETAIL-LINE.
007330     STRING "*** "                  DELIMITED BY SIZE
007340            SM-LOW-1                DELIMITED BY SIZE
007350            "-"                     DELIMITED BY SIZE
007360            SM-HIGH-1               DELIMITED BY SIZE
007370            " OVERLAPS "            DELIMITED BY SIZE
007380            SM-LOW-2                DELIMITED BY SIZE
007390            "-"                     DELIMITED BY SIZE
007400            SM-HIGH-2               DELIMITED BY SIZE
007410            " ***"                  DELIMITED BY SIZE
007420       INTO SM-DETAIL-LINE.
007430     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
007440 3110-EXIT.
007450     EXIT.
007460
007470 3150-SET-RANGE-1.
007480     MOVE SM-NEW-FROM(SM-SUB) TO SM-LOW-1.
007490     IF SM-NEW-THRU-X(SM-SUB) = SPACES
007500       MOVE SM-NEW-FROM(SM-SUB) TO SM-HIGH-1
007510     ELSE
007520       MOVE SM-NEW-THRU(SM-SUB) TO SM-HIGH-1
007530     END-IF.
007540 3150-EXIT.
007550     EXIT.
007560
007570*    THE CALLER LEAVES THE REASON IN COLS 30 ON OF SM-DETAIL-LINE;
007580*    THE ENTRY'S FROM VALUE IS FILLED IN AHEAD OF IT.
007590 3190-FLAG-ENTRY-ERROR.
007600     SET SM-BATCH-IS-DIRTY TO TRUE.
007610     MOVE "*** ENTRY FROM " TO SM-DETAIL-LINE(1:15).
007620     MOVE SM-NEW-FROM-X(SM-SUB) TO SM-DETAIL-LINE(16:9).
007630     MOVE " -  " TO SM-DETAIL-LINE(25:5).
007640     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
007650     MOVE SPACES TO SM-DETAIL-LINE.
007660 3190-EXIT.
007670     EXIT.
007680
007690*-----------------------------------------------------------------
007700* 4000-WRITE-NEW-FILES
007710* ONLY WHEN THE WHOLE BATCH IS CLEAN: SAVES THE SKIPLIST AS IT
007720* STOOD BEFORE MAINTENANCE TO SKIPPRV (THE FALL-BACK PRIOR
007730* VERSION) AND REWRITES SKIPLIST FROM THE NEW-ENTRY TABLE. A
007740* DIRTY BATCH LEAVES SKIPLIST EXACTLY AS IT WAS.
007750*-----------------------------------------------------------------
007760 4000-WRITE-NEW-FILES.
007770     IF SM-BATCH-IS-DIRTY
007780       GO TO 4000-EXIT
007790     END-IF.
007800     OPEN OUTPUT SKIPPRV-FILE.
007810     IF SM-SKIPPRV-STATUS NOT = "00"
007820       MOVE SPACES TO SM-MSG-TEXT
007830       STRING "FBSKPMNT0003E SKIPPRV OPEN FAILED - "
007840                                                 DELIMITED BY SIZE
007850              "SKIPLIST LEFT UNCHANGED"          DELIMITED BY SIZE
007860         INTO SM-MSG-TEXT
007870       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
007880       SET SM-BATCH-IS-DIRTY TO TRUE
007890       GO TO 4000-EXIT
007900     END-IF.
007910     PERFORM 4100-WRITE-ONE-PRIOR THRU 4100-EXIT
007920       VARYING SM-SUB FROM 1 BY 1 UNTIL SM-SUB > SM-OLD-COUNT.
007930     CLOSE SKIPPRV-FILE.
007940     OPEN OUTPUT SKIP-FILE.
007950     IF SM-SKIP-STATUS NOT = "00"
007960       MOVE SPACES TO SM-MSG-TEXT
007970       STRING "FBSKPMNT0004E SKIPLIST OPEN FAILED - "
007980                                                 DELIMITED BY SIZE
007990              "NEW SKIPLIST NOT WRITTEN"         DELIMITED BY SIZE
008000         INTO SM-MSG-TEXT
008010       PERFORM 9800-ISSUE-MESSAGE THRU 9800-EXIT
008020       SET SM-BATCH-IS-DIRTY TO TRUE
008030       GO TO 4000-EXIT
008040     END-IF.
008050     PERFORM 4200-WRITE-ONE-ENTRY THRU 4200-EXIT
008060       VARYING SM-SUB FROM 1 BY 1 UNTIL SM-SUB > SM-NEW-COUNT.
008070     CLOSE SKIP-FILE.
008080 4000-EXIT.
008090     EXIT.
008100
008110 4100-WRITE-ONE-PRIOR.
008120     MOVE SM-OLD-IMAGE(SM-SUB) TO SM-PRIOR-RECORD.
008130     WRITE SM-PRIOR-RECORD.
008140 4100-EXIT.
008150     EXIT.
008160
008170 4200-WRITE-ONE-ENTRY.
008180     MOVE SPACES TO SM-SKIP-RECORD.
008190     MOVE SM-NEW-FROM-X(SM-SUB)  TO SM-SKIP-REC-FROM-X.
008200     MOVE SM-NEW-THRU-X(SM-SUB)  TO SM-SKIP-REC-THRU-X.
008210     MOVE SM-NEW-ACTION(SM-SUB)  TO SM-SKIP-REC-ACTION.
008220     MOVE SM-NEW-TEXT(SM-SUB)    TO SM-SKIP-REC-TEXT.
008230     MOVE SM-NEW-EXPIRY(SM-SUB)  TO SM-SKIP-REC-EXPIRY.
008240     MOVE SM-NEW-REF(SM-SUB)     TO SM-SKIP-REC-REF.
008250     MOVE SM-NEW-PROFILE(SM-SUB) TO SM-SKIP-REC-PROFILE.
008260     WRITE SM-SKIP-RECORD.
008270 4200-EXIT.
008280     EXIT.
008290
008300*-----------------------------------------------------------------
008310* 1600-WRITE-REPORT-HEADING
008320* WRITES THE MAINTENANCE-REPORT HEADING AT THE TOP OF EACH PAGE
008330* AND RESETS THE PAGE LINE COUNT.
008340*-----------------------------------------------------------------
008350 1600-WRITE-REPORT-HEADING.
008360     ADD 1 TO SM-PAGE-COUNT.
008370     MOVE SPACES TO SM-REPORT-RECORD.
008380     STRING "SKIPLIST MAINTENANCE"  DELIMITED BY SIZE
008390            "   RUN DATE: "         DELIMITED BY SIZE
008400            SM-RUN-DATE-DISPLAY     DELIMITED BY SIZE
008410            "   PAGE: "             DELIMITED BY SIZE
008420            SM-PAGE-COUNT           DELIMITED BY SIZE
008430       INTO SM-REPORT-RECORD.
008440     WRITE SM-REPORT-RECORD.
008450     MOVE SPACES TO SM-REPORT-RECORD.
008460     WRITE SM-REPORT-RECORD.
008470     MOVE 0 TO SM-LINE-COUNT.
008480 1600-EXIT.
008490     EXIT.
008500
008510*-----------------------------------------------------------------
008520* 2200-WRITE-REPORT-LINE
008530* WRITES ONE DETAIL LINE TO SKIPRPT, BREAKING TO A NEW PAGE AND
008540* REPEATING THE HEADING WHEN THE PAGE LINE LIMIT IS REACHED.
008550*-----------------------------------------------------------------
008560 2200-WRITE-REPORT-LINE.
008570     IF SM-LINE-COUNT >= SM-LINES-PER-PAGE
008580       PERFORM 1600-WRITE-REPORT-HEADING THRU 1600-EXIT
008590     END-IF.
008600     WRITE SM-REPORT-RECORD FROM SM-DETAIL-LINE.
008610     ADD 1 TO SM-LINE-COUNT.
008620 2200-EXIT.
008630     EXIT.
008640
008650*-----------------------------------------------------------------
008660* 8000-TERMINATE
008670* LISTS THE SKIPLIST AFTER MAINTENANCE, PRINTS THE BATCH TOTALS
008680* AND DISPOSITION, AND CLOSES THE FILES. A DIRTY BATCH ENDS WITH
008690* RETURN-CODE 8 SO THE SCHEDULER HOLDS THE CHANGE.
008700*-----------------------------------------------------------------
008710 8000-TERMINATE.
008720     MOVE "*** SKIPLIST AFTER MAINTENANCE ***" TO SM-DETAIL-LINE.
008730     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
008740     MOVE SM-COLUMN-HEADING TO SM-DETAIL-LINE.
008750     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
008760     IF SM-NEW-COUNT = 0
008770       MOVE "  (NO ENTRIES)" TO SM-DETAIL-LINE
008780       PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT
008790     END-IF.
008800     PERFORM 8100-LIST-ONE-NEW-ENTRY THRU 8100-EXIT
008810       VARYING SM-SUB FROM 1 BY 1 UNTIL SM-SUB > SM-NEW-COUNT.
008820     MOVE SPACES TO SM-DETAIL-LINE.
008830     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
008840     MOVE "*** MAINTENANCE TOTALS ***" TO SM-DETAIL-LINE.
008850     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
008860     MOVE SPACES TO SM-DETAIL-LINE.
008870     STRING "ENTRIES BEFORE      : " DELIMITED BY SIZE
008880            SM-OLD-COUNT             DELIMITED BY SIZE
008890       INTO SM-DETAIL-LINE.
008900     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
008910     MOVE SPACES TO SM-DETAIL-LINE.
008920     STRING "EXPIRED ENTRIES     : " DELIMITED BY SIZE
008930            SM-EXPIRED-COUNT         DELIMITED BY SIZE
008940       INTO SM-DETAIL-LINE.
008950     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
008960     MOVE SPACES TO SM-DETAIL-LINE.
008970     STRING "TRANSACTIONS READ   : " DELIMITED BY SIZE
008980            SM-TRAN-COUNT            DELIMITED BY SIZE
008990       INTO SM-DETAIL-LINE.
009000     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
009010     MOVE SPACES TO SM-DETAIL-LINE.
009020     STRING "TRANSACTIONS APPLIED: " DELIMITED BY SIZE
009030            SM-APPLIED-COUNT         DELIMITED BY SIZE
009040       INTO SM-DETAIL-LINE.
009050     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
009060     MOVE SPACES TO SM-DETAIL-LINE.
009070     STRING "TRANSACTION ERRORS  : " DELIMITED BY SIZE
009080            SM-ERROR-COUNT           DELIMITED BY SIZE
009090       INTO SM-DETAIL-LINE.
009100     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
009110     MOVE SPACES TO SM-DETAIL-LINE.
009120     STRING "ENTRIES AFTER       : " DELIMITED BY SIZE
009130            SM-NEW-COUNT             DELIMITED BY SIZE
009140       INTO SM-DETAIL-LINE.
009150     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
009160     MOVE SPACES TO SM-DETAIL-LINE.
009170     IF SM-BATCH-IS-CLEAN
009180       MOVE "DISPOSITION         : NEW SKIPLIST WRITTEN"
009190         TO SM-DETAIL-LINE
009200     ELSE
009210       MOVE "DISPOSITION         : REJECTED - SKIPLIST UNCHANGED"
009220         TO SM-DETAIL-LINE
009230       MOVE 8 TO RETURN-CODE
009240     END-IF.
009250     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
009260     CLOSE SKIPTRAN-FILE.
009270     CLOSE SKIPRPT-FILE.
009280 8000-EXIT.
009290     EXIT.
009300
009310 8100-LIST-ONE-NEW-ENTRY.
009320     MOVE SPACES TO SM-DETAIL-LINE.
009330     STRING "  "                    DELIMITED BY SIZE
009340            SM-NEW-FROM-X(SM-SUB)   DELIMITED BY SIZE
009350            " "                     DELIMITED BY SIZE
009360            SM-NEW-THRU-X(SM-SUB)   DELIMITED BY SIZE
009370            " "                     DELIMITED BY SIZE
009380            SM-NEW-ACTION(SM-SUB)   DELIMITED BY SIZE
009390            " "                     DELIMITED BY SIZE
009400            SM-NEW-TEXT(SM-SUB)     DELIMITED BY SIZE
009410            " "                     DELIMITED BY SIZE
009420            SM-NEW-EXPIRY(SM-SUB)   DELIMITED BY SIZE
009430            " "                     DELIMITED BY SIZE
009440            SM-NEW-REF(SM-SUB)      DELIMITED BY SIZE
009450       INTO SM-DETAIL-LINE.
009460     MOVE SM-NEW-PROFILE(SM-SUB) TO SM-DETAIL-LINE(71:4).
009470     PERFORM 2200-WRITE-REPORT-LINE THRU 2200-EXIT.
009480 8100-EXIT.
009490     EXIT.
009500
009510*-----------------------------------------------------------------
009520* 9800-ISSUE-MESSAGE
009530* ISSUES THE MESSAGE BUILT IN SM-MSG-TEXT: DISPLAYS IT ON
009540* SYSOUT AND APPENDS IT TO THE SUITE MESSAGE LOG (MSGLOG),
009550* WHICH IS OPENED ON THE FIRST MESSAGE OF THE RUN. THE MESSAGE
009560* ID IS THE PROGRAM ID PLUS A FOUR-DIGIT NUMBER AND IS
009570* FOLLOWED BY THE SEVERITY (I, W OR E). A MISSING MSGLOG
009580* NEVER STOPS THE RUN - THE MESSAGES STILL GO TO SYSOUT.
009590*-----------------------------------------------------------------
009600 9800-ISSUE-MESSAGE.
009610     MOVE 132 TO SM-MSG-LEN.
009620     PERFORM 9810-FIND-MSG-END THRU 9810-EXIT
009630       UNTIL SM-MSG-LEN = 1
009640         OR SM-MSG-TEXT(SM-MSG-LEN:1) NOT = SPACE.
009650     DISPLAY SM-MSG-TEXT(1:SM-MSG-LEN).
009660     IF SM-MSGLOG-NOT-OPENED
009670       OPEN EXTEND MSGLOG-FILE
009680       IF SM-MSGLOG-STATUS = "00"
009690         SET SM-MSGLOG-IS-OPEN TO TRUE
009700       ELSE
009710         SET SM-MSGLOG-UNAVAILABLE TO TRUE
009720         DISPLAY "FBSKPMNT0005I MSGLOG NOT AVAILABLE - "
009730             "MESSAGES ON SYSOUT ONLY"
009740       END-IF
009750     END-IF.
009760     IF NOT SM-MSGLOG-IS-OPEN
009770       GO TO 9800-EXIT
009780     END-IF.
009790     ACCEPT SM-MSG-DATE FROM DATE YYYYMMDD.
009800     ACCEPT SM-MSG-TIME FROM TIME.
009810     MOVE SPACES TO FB-MSGL-RECORD.
009820     MOVE "FBSKPMNT" TO FB-MSGL-PROGRAM.
009830     MOVE SM-MSG-TEXT(1:12) TO FB-MSGL-MSG-ID.
009840     MOVE SM-MSG-TEXT(13:1) TO FB-MSGL-SEVERITY.
009850     STRING SM-MSG-MM   DELIMITED BY SIZE
009860            "/"         DELIMITED BY SIZE
009870            SM-MSG-DD   DELIMITED BY SIZE
009880            "/"         DELIMITED BY SIZE
009890            SM-MSG-YYYY DELIMITED BY SIZE
009900       INTO FB-MSGL-LOG-DATE.
009910     STRING SM-MSG-HH   DELIMITED BY SIZE
009920            ":"         DELIMITED BY SIZE
009930            SM-MSG-MI   DELIMITED BY SIZE
009940            ":"         DELIMITED BY SIZE
009950            SM-MSG-SS   DELIMITED BY SIZE
009960       INTO FB-MSGL-LOG-TIME.
009970     MOVE SM-MSG-TEXT(15:) TO FB-MSGL-TEXT.
009980     WRITE FB-MSGL-RECORD.
009990 9800-EXIT.
010000     EXIT.
010010
010020 9810-FIND-MSG-END.
010030     SUBTRACT 1 FROM SM-MSG-LEN.
010040 9810-EXIT.
010050     EXIT.
010060
010070 9999-EXIT.
010080     IF SM-MSGLOG-IS-OPEN
010090       CLOSE MSGLOG-FILE
010100     END-IF.
010110     STOP RUN.
