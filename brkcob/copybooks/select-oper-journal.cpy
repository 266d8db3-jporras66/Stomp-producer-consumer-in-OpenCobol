      *---------------------------------------------------------------*
      *    SELECT FOR OPER-JOURNAL - THE SHARED OPERATOR JOURNAL.     *
      *    EVERY SCREEN THAT CHANGES OR SHOWS PRODUCTION DATA         *
      *    APPENDS ONE RECORD PER OPERATOR ACTION, SO JRNLRPT CAN     *
      *    SAY WHO DID WHAT, FROM WHERE AND WHEN.                     *
      *---------------------------------------------------------------*
           SELECT OPER-JOURNAL
               ASSIGN TO 'OPER.JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPER-JOURNAL.
