      *---------------------------------------------------------------*
      *    FD FOR HOLIDAY-CAL - ONE RECORD PER BANK HOLIDAY, WITH     *
      *    WHO KEYED IT AND WHEN. WEEKENDS ARE NEVER ON THE FILE -    *
      *    THEY ARE NON-BUSINESS DAYS BY DEFINITION.                  *
      *---------------------------------------------------------------*
       FD  HOLIDAY-CAL
           LABEL RECORDS ARE STANDARD.
       01  HC-RECORD.
           05  HC-DATE                 PIC X(08).
           05  HC-DESCRIPTION          PIC X(30).
           05  HC-ADDED-BY             PIC X(08).
           05  HC-ADDED-TIMESTAMP      PIC X(16).
