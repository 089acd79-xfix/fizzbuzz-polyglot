      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 09/02/2026 RDM   ORIGINAL VERSION.                        *
      * 10/15/2026 RDM   ADDED THE PROFILE TABLE (CARVED FROM     *
      *                  FILLER): EACH CLIENT PROFILE RUN IN THE  *
      *                  CYCLE AND ITS OWN MAIN STATUS, SO ONE    *
      *                  DATE'S MILESTONE SHOWS EVERY PROFILE.    *
      *                  BLANK CODE = BASE PROFILE. AT MOST SIX   *
      *                  PROFILES MAY RUN IN ONE CYCLE.           *
      * 10/15/2026 RDM   ADDED THE BI ACKNOWLEDGMENT STATUS AND   *
      *                  TIMESTAMP (CARVED FROM FILLER), STAMPED  *
      *                  BY FBACKIN AND CLEARED BY EACH NEW       *
      *                  TRANSMISSION OF THE CYCLE.               *
      *----------------------------------------------------------*
       01  FB-RCTL-RECORD.
           05  FB-RCTL-BUS-DATE        PIC 9(08).
               88  FB-RCTL-VERIFY-FAILED     VALUE "F".
           05  FB-RCTL-XMIT-STAT       PIC X(01).
               88  FB-RCTL-XMITTED           VALUE "T".
           05  FB-RCTL-PRF-COUNT       PIC 9(01).
           05  FB-RCTL-PRF-ENTRY OCCURS 6 TIMES.
               10  FB-RCTL-PRF-CODE    PIC X(04).
               10  FB-RCTL-PRF-STAT    PIC X(01).
                   88  FB-RCTL-PRF-STARTED   VALUE "S".
                   88  FB-RCTL-PRF-COMPLETE  VALUE "C".
                   88  FB-RCTL-PRF-STOPPED   VALUE "P".
           05  FB-RCTL-ACK-STAT        PIC X(01).
               88  FB-RCTL-ACK-ACCEPTED      VALUE "A".
               88  FB-RCTL-ACK-REJECTED      VALUE "R".
               88  FB-RCTL-ACK-MISMATCHED    VALUE "M".
           05  FB-RCTL-ACK-TIMESTAMP   PIC X(14).
           05  FILLER                  PIC X(07).
