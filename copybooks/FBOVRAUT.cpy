      *----------------------------------------------------------*
      * FBOVRAUT.CPY                                              *
      * RECORD LAYOUT FOR THE OVRAUTH OVERRIDE AUTHORIZATION      *
      * CONTROL FILE. ONE ROW PER OPERATOR ID AND OVERRIDE THE    *
      * OPERATOR MAY USE: THE PROGRAM AND OVERRIDE TYPE (RERUN,   *
      * RECOVER, BYPASS, ACCEPT, RESEND) EACH MAY BE * FOR ANY.   *
      * AN OVERRIDE PUNCHED BY AN OPERATOR WITH NO MATCHING ROW   *
      * IS REFUSED. A ROW WITH * IN COLUMN 1 IS A COMMENT.        *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/15/2026 RDM   ORIGINAL VERSION.                        *
      *----------------------------------------------------------*
       01  FB-OAUT-RECORD.
           05  FB-OAUT-OPERATOR        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OAUT-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OAUT-TYPE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-OAUT-NAME            PIC X(30).
           05  FILLER                  PIC X(23).
