      *----------------------------------------------------------*
      * FBSUBCTL.CPY                                              *
      * RECORD LAYOUT FOR THE SUBSCTL DISTRIBUTION SUBSCRIPTION   *
      * CONTROL FILE READ BY FBDIST. ONE ROW PER DOWNSTREAM       *
      * SUBSCRIBER TO THE VSAMOUT CONTENT (AT MOST 6):            *
      *   SUBSCRIBER ID     COLS  1-8                             *
      *   CLASS FILTER      COLS 10-13  UP TO FOUR OF S, M, N, O  *
      *                                 (BLANK = EVERY CLASS)     *
      *   KEY FROM / THRU   COLS 15-23 / 25-33  9-DIGIT I RANGE   *
      *                                 (BLANK = NO LIMIT)        *
      *   FORMAT            COL  35     P = PIPE-DELIMITED,       *
      *                                 F = FIXED-WIDTH, C = CSV  *
      *   FREQUENCY         COL  37     D = DAILY, M = MONTH-END  *
      *   OUTPUT SLOT       COL  39     1-6 = DD DISTOUT1-6       *
      *   DELIVERY DATASET  COLS 41-84  THE DATASET THE SLOT'S DD *
      *                                 IS ALLOCATED TO           *
      * A ROW WITH * IN COLUMN 1 IS A COMMENT.                    *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/15/2026 RDM   ORIGINAL VERSION.                        *
      *----------------------------------------------------------*
       01  FB-SUBC-RECORD.
           05  FB-SUBC-SUBSCRIBER      PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-SUBC-CLASSES         PIC X(04).
           05  FILLER                  PIC X(01).
           05  FB-SUBC-KEY-FROM        PIC X(09).
           05  FILLER                  PIC X(01).
           05  FB-SUBC-KEY-THRU        PIC X(09).
           05  FILLER                  PIC X(01).
           05  FB-SUBC-FORMAT          PIC X(01).
               88  FB-SUBC-PIPE              VALUE "P".
               88  FB-SUBC-FIXED             VALUE "F".
               88  FB-SUBC-CSV               VALUE "C".
           05  FILLER                  PIC X(01).
           05  FB-SUBC-FREQUENCY       PIC X(01).
               88  FB-SUBC-DAILY             VALUE "D".
               88  FB-SUBC-MONTH-END         VALUE "M".
           05  FILLER                  PIC X(01).
           05  FB-SUBC-SLOT            PIC X(01).
           05  FILLER                  PIC X(01).
           05  FB-SUBC-DSN             PIC X(44).
           05  FILLER                  PIC X(16).
