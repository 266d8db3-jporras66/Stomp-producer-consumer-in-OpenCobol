      *---------------------------------------------------------------*
      *    SELECT FOR HOLIDAY-CAL - THE KEYED BANK HOLIDAY CALENDAR   *
      *    MAINTAINED ON THE CALMAINT SCREEN. A DATE IS A BUSINESS    *
      *    DAY WHEN IT IS A MONDAY TO FRIDAY AND NOT ON THIS FILE.    *
      *---------------------------------------------------------------*
           SELECT HOLIDAY-CAL
               ASSIGN TO 'HOLIDAY.CALENDAR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-DATE
               FILE STATUS IS FS-HOLIDAY-CAL.
