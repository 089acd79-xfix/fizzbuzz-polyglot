      *----------------------------------------------------------*
      * FBOVRLOG.CPY                                              *
      * RECORD LAYOUT FOR THE OVRLOG PERMANENT OVERRIDE LOG.      *
      * EVERY PROGRAM WITH A GATE OVERRIDE (THE FIZZBUZZ RERUN    *
      * AND RECOVERY BYPASS, THE FBRECON/FBCOMPAR/FBVERIFY GATE   *
      * BYPASS, THE FBXMIT ACCEPT AND RESEND) APPENDS ONE RECORD  *
      * HERE FOR EACH OVERRIDE PUNCHED, WHETHER IT WAS HONORED    *
      * (H) OR REFUSED (R), SO FBOVRRPT CAN LIST WHO OVERRODE     *
      * WHICH GATE, WHEN AND WHY. THE FILE IS NEVER REBUILT.      *
      * BUSINESS DATE IS YYYYMMDD. OPERATOR AND REASON ARE AS     *
      * PUNCHED ON THE CONTROL CARD. LOG DATE IS MM/DD/YYYY AND   *
      * LOG TIME HH:MM:SS, AS ON MSGLOG. THE NOTE SAYS WHY A      *
      * REFUSED OVERRIDE WAS REFUSED.                             *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/15/2026 RDM   ORIGINAL VERSION.                        *
      *----------------------------------------------------------*
       01  FB-OVRL-RECORD.
           05  FB-OVRL-BUS-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-TYPE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-REASON          PIC X(04).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-DISPOSITION     PIC X(01).
               88  FB-OVRL-HONORED           VALUE "H".
               88  FB-OVRL-REFUSED           VALUE "R".
           05  FILLER                  PIC X(01).
           05  FB-OVRL-LOG-DATE        PIC X(10).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-LOG-TIME        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OVRL-NOTE            PIC X(30).
           05  FILLER                  PIC X(12).
