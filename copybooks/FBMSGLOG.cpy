      *----------------------------------------------------------*
      * FBMSGLOG.CPY                                              *
      * RECORD LAYOUT FOR THE MSGLOG SUITE MESSAGE LOG. EVERY     *
      * PROGRAM APPENDS EACH MESSAGE IT ISSUES ON SYSOUT HERE AS  *
      * WELL, SO THE MESSAGE HISTORY OUTLIVES THE SPOOL AND       *
      * FBMSGRPT CAN DIGEST IT BY BUSINESS DATE AND MESSAGE ID.   *
      * BUSINESS DATE IS YYYYMMDD, BLANK WHEN THE PROGRAM DOES    *
      * NOT RUN FOR A BUSINESS DATE (OR HAS NOT YET READ IT).     *
      * RUN ID IS BLANK WHEN THE PROGRAM DOES NOT KNOW THE CYCLE. *
      * LOG DATE IS MM/DD/YYYY AND LOG TIME HH:MM:SS, AS ON       *
      * XMITLOG.                                                   *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/14/2026 RDM   ORIGINAL VERSION.                        *
      *----------------------------------------------------------*
       01  FB-MSGL-RECORD.
           05  FB-MSGL-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-MSGL-MSG-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  FB-MSGL-SEVERITY        PIC X(01).
               88  FB-MSGL-INFORMATION       VALUE "I".
               88  FB-MSGL-WARNING           VALUE "W".
               88  FB-MSGL-ERROR             VALUE "E".
           05  FILLER                  PIC X(01).
           05  FB-MSGL-BUS-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-MSGL-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(01).
           05  FB-MSGL-LOG-DATE        PIC X(10).
           05  FILLER                  PIC X(01).
           05  FB-MSGL-LOG-TIME        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-MSGL-TEXT            PIC X(120).
           05  FILLER                  PIC X(12).
