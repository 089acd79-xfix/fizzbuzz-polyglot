      *----------------------------------------------------------*
      * FBDSTLOG.CPY                                              *
      * RECORD LAYOUT FOR THE DISTLOG PERMANENT DISTRIBUTION LOG. *
      * FBDIST APPENDS ONE RECORD PER SUBSCRIBER IT WAS DUE TO    *
      * SERVE FOR A BUSINESS DATE: DELIVERED (D), DELIVERED AGAIN *
      * UNDER AN AUTHORIZED RESEND (R), HELD AS A DUPLICATE (H)   *
      * OR FAILED (F). A BUSINESS DATE WITH NO D OR R ROW FOR A   *
      * SUBSCRIBER IS A MISSED DELIVERY; MORE THAN ONE IS A       *
      * DUPLICATE. THE FILE IS NEVER REBUILT. BUSINESS DATE IS    *
      * YYYYMMDD. COUNT AND HASH ARE THOSE ON THE DELIVERED       *
      * FILE'S TRAILER. LOG DATE IS MM/DD/YYYY AND LOG TIME       *
      * HH:MM:SS, AS ON MSGLOG.                                   *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/15/2026 RDM   ORIGINAL VERSION.                        *
      *----------------------------------------------------------*
       01  FB-DLOG-RECORD.
           05  FB-DLOG-BUS-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-SUBSCRIBER      PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-SLOT            PIC X(01).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-FORMAT          PIC X(01).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-DISPOSITION     PIC X(01).
               88  FB-DLOG-DELIVERED         VALUE "D".
               88  FB-DLOG-REDELIVERED       VALUE "R".
               88  FB-DLOG-HELD              VALUE "H".
               88  FB-DLOG-FAILED            VALUE "F".
           05  FILLER                  PIC X(01).
           05  FB-DLOG-COUNT           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-HASH            PIC 9(15).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-LOG-DATE        PIC X(10).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-LOG-TIME        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-DLOG-DSN             PIC X(44).
           05  FILLER                  PIC X(11).
