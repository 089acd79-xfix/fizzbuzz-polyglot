      *----------------------------------------------------------*
      * FBSTATHS.CPY                                              *
      * RECORD LAYOUT FOR THE STATHIST RULE-MIX STATISTICS KSDS,  *
      * KEYED BY BUSINESS DATE (YYYYMMDD) AND CLIENT PROFILE. THE *
      * MAIN JOB LOADS ONE RECORD PER PROFILE PER CYCLE AT END OF *
      * RUN: THE RULE-SET DATE IN FORCE, THE GRAND CONTROL        *
      * TALLIES AND THE PER-RULE AND                              *
      * PER-COMBINATION HIT COUNTS (THE SAME FIGURES AS THE       *
      * RULESUM/COMBSUM ROWS ON BIEXTRCT), SO FBSTATRP CAN REPORT *
      * THE RULE MIX OVER ANY PERIOD WITHOUT PULLING ARCHIVED     *
      * EXTRACTS BACK. A STOPPED CYCLE IS KEPT AS STATUS P AND    *
      * ITS RESTART ADDS ITS OWN COUNTS AND MARKS IT C.           *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/14/2026 RDM   ORIGINAL VERSION.                        *
      * 10/15/2026 RDM   ADDED FB-STAT-PROFILE TO THE KEY (CARVED *
      *                  FROM FILLER) - ONE RECORD PER CLIENT     *
      *                  PROFILE RUN IN THE CYCLE.                *
      *----------------------------------------------------------*
       01  FB-STAT-RECORD.
           05  FB-STAT-KEY.
               10  FB-STAT-BUS-DATE    PIC 9(08).
               10  FB-STAT-PROFILE     PIC X(04).
           05  FB-STAT-RUN-ID          PIC X(14).
           05  FB-STAT-CYCLE-STAT      PIC X(01).
               88  FB-STAT-CYCLE-COMPLETE    VALUE "C".
               88  FB-STAT-CYCLE-STOPPED     VALUE "P".
           05  FB-STAT-RULE-SET-DATE   PIC 9(08).
           05  FB-STAT-TALLIES.
               10  FB-STAT-TOTAL       PIC 9(09).
               10  FB-STAT-SINGLE      PIC 9(09).
               10  FB-STAT-MULTI       PIC 9(09).
               10  FB-STAT-NUMBER      PIC 9(09).
               10  FB-STAT-SKIPPED     PIC 9(09).
               10  FB-STAT-OVERRIDE    PIC 9(09).
           05  FB-STAT-RULE-COUNT      PIC 9(02).
           05  FB-STAT-RULE-ENTRY OCCURS 9 TIMES.
               10  FB-STAT-RULE-WORD   PIC X(10).
               10  FB-STAT-RULE-DIVISOR PIC 9(03).
               10  FB-STAT-RULE-HITS   PIC 9(09).
           05  FB-STAT-COMBO-COUNT     PIC 9(03).
           05  FB-STAT-COMBO-ENTRY OCCURS 50 TIMES.
               10  FB-STAT-COMBO-TEXT  PIC X(20).
               10  FB-STAT-COMBO-HITS  PIC 9(09).
           05  FILLER                  PIC X(58).
