      *----------------------------------------------------------*
      * FBOUTREC.CPY                                              *
      * RECORD LAYOUT FOR THE VSAMOUT KSDS (KEY = FB-VSAM-FULL-   *
      * KEY, THE CLIENT PROFILE PLUS THE FIZZBUZZ NUMBER I) SO    *
      * OTHER PROGRAMS CAN LOOK UP A GIVEN I BY KEY INSTEAD OF    *
      * SCANNING THE PRINTED REPORT.                              *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      *                  MUST DECLARE BOTH ALTERNATE KEYS OR THE  *
      *                  OPEN WILL FAIL - KEEP THE SELECTS IN     *
      *                  STEP ACROSS THE SUITE.                   *
      * 10/15/2026 RDM   ADDED FB-VSAM-PROFILE (CLIENT RULE       *
      *                  PROFILE, BLANK = BASE PROFILE) AHEAD OF  *
      *                  THE KEY, CARVED FROM FILLER. THE RECORD  *
      *                  KEY IS NOW THE GROUP FB-VSAM-FULL-KEY    *
      *                  (PROFILE + I) SO SEVERAL PROFILES CAN    *
      *                  SHARE ONE CYCLE. SET FB-VSAM-PROFILE     *
      *                  BEFORE ANY KEYED READ.                   *
      *----------------------------------------------------------*
       01  FB-OUTPUT-RECORD.
           05  FB-VSAM-FULL-KEY.
               10  FB-VSAM-PROFILE     PIC X(04).
               10  FB-VSAM-KEY         PIC 9(09).
           05  FB-VSAM-CLASS           PIC X(01).
               88  FB-VSAM-IS-SINGLE         VALUE "S".
               88  FB-VSAM-IS-MULTI          VALUE "M".
               88  FB-VSAM-IS-OVERRIDE       VALUE "O".
           05  FB-VSAM-TEXT            PIC X(20).
           05  FB-VSAM-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(32).
