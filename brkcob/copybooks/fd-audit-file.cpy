      *    FD FOR AUDIT-FILE - END-OF-JOB STATISTICS RECORD           *
      *    ONE RECORD PER PRODUCER OR CONSUMER RUN : START/END TIME,  *
      *    COUNT OF MESSAGES PROCESSED AND COUNT OF NON-ZERO RCs.     *
      *    AUD-COUNT-HELD IS CONSUMER'S WATCH-LIST HOLD COUNT - ZERO  *
      *    FROM EVERY OTHER PROGRAM, AND ABSENT (BLANK) ON RECORDS    *
      *    WRITTEN BEFORE THE FIELD WAS ADDED. AUD-BUSINESS-DATE IS   *
      *    THE BATCH BUSINESS DATE THE RUN WORKED FOR - PRODUCER'S    *
      *    TRANS-FILE HEADER DATE, CONSUMER'S LAST DATED OUTPUT -     *
      *    AND SPACES FROM THE OTHER PROGRAMS AND ON OLDER RECORDS.   *
      *---------------------------------------------------------------*
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           05  AUD-END-TIMESTAMP      PIC X(16).
           05  AUD-COUNT-PROCESSED    PIC 9(08).
           05  AUD-COUNT-ERRORS       PIC 9(08).
           05  AUD-COUNT-HELD         PIC 9(08).
           05  AUD-BUSINESS-DATE      PIC X(08).
