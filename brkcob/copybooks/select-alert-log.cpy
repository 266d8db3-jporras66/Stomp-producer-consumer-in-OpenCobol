      *---------------------------------------------------------------*
      *    SELECT FOR ALERT-LOG - THE SHARED OPERATIONS ALERT LOG.    *
      *    EVERY PROGRAM APPENDS ONE RECORD PER PROBLEM WORTH A       *
      *    HUMAN'S ATTENTION; ALERTPUB FORWARDS THE SERIOUS ONES TO   *
      *    THE OPERATIONS ALERT QUEUE.                                *
      *---------------------------------------------------------------*
           SELECT ALERT-LOG
               ASSIGN TO 'ALERT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT-LOG.
