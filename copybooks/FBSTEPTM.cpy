      *----------------------------------------------------------*
      * FBSTEPTM.CPY                                              *
      * RECORD LAYOUT FOR THE STEPTIME STEP TIMING HISTORY. EACH  *
      * STEP OF THE CYCLE (FBSPLIT, EVERY FIZZBUZZ RUN OR STREAM, *
      * FBMERGE, FBVERIFY, FBRECON, FBCOMPAR, FBXMIT, FBDIST,     *
      * FBARCHIV)                                                 *
      * APPENDS ONE RECORD HERE AS IT ENDS, HOWEVER IT ENDS, SO   *
      * FBFCAST CAN PROJECT TOMORROW'S BATCH WINDOW FROM EACH     *
      * STEP'S OWN SECONDS-PER-RECORD RATE. THE FILE IS NEVER     *
      * REBUILT. BUSINESS DATE IS YYYYMMDD, BLANK WHEN THE STEP   *
      * ENDED BEFORE IT KNEW THE DATE; RUN ID IS BLANK WHEN THE   *
      * STEP DOES NOT KNOW THE CYCLE (FBSPLIT RUNS BEFORE THE     *
      * MAIN JOB ASSIGNS IT). START AND END ARE THE STEP'S OWN    *
      * CLOCK - DATE YYYYMMDD, TIME HHMMSS. RECORDS IS THE VOLUME *
      * THE STEP HANDLED (NUMBERS PROCESSED FOR FIZZBUZZ, NUMBERS *
      * CARVED FOR FBSPLIT, VSAMOUT OR EXTRACT RECORDS FOR THE    *
      * OTHERS). RETURN CODE IS THE STEP'S OWN RETURN-CODE.       *
      *                                                            *
      * MODIFICATION HISTORY                                     *
      * DATE       INIT  DESCRIPTION                              *
      * 10/15/2026 RDM   ORIGINAL VERSION.                        *
      * 10/15/2026 RDM   FBDIST (VSAMOUT RECORDS READ) ADDED.     *
      * 10/15/2026 RDM   TRAILING FILLER WIDENED TO MAKE THE      *
      *                  RECORD 100 BYTES.                        *
      *----------------------------------------------------------*
       01  FB-STPT-RECORD.
           05  FB-STPT-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-STPT-BUS-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-STPT-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(01).
           05  FB-STPT-START-DATE      PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-STPT-START-TIME      PIC X(06).
           05  FILLER                  PIC X(01).
           05  FB-STPT-END-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  FB-STPT-END-TIME        PIC X(06).
           05  FILLER                  PIC X(01).
           05  FB-STPT-ELAPSED         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  FB-STPT-RECORDS         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  FB-STPT-RETURN-CODE     PIC 9(03).
           05  FILLER                  PIC X(14).
