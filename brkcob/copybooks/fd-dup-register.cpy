      *---------------------------------------------------------------*
      *    FD FOR DUP-REGISTER - ONE RECORD PER CODE AND REFERENCE    *
      *    NUMBER PUBLISHED, WITH THE BATCH THAT LAST CARRIED IT AND  *
      *    THE DATE IT WENT OUT. ONLY PRODUCER WRITES IT, AND ONLY    *
      *    ONCE THE BROKER HAS TAKEN THE MESSAGE, SO A FAILED RUN     *
      *    LEAVES NOTHING BEHIND TO TRIP TOMORROW'S RERUN.            *
      *---------------------------------------------------------------*
       FD  DUP-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  DR-RECORD.
           05  DR-KEY.
               10  DR-TXN-CODE         PIC X(04).
               10  DR-REF-NUMBER       PIC X(08).
           05  DR-BATCH-ID             PIC X(08).
           05  DR-PUBLISH-DATE         PIC X(08).
           05  DR-TIMESTAMP            PIC X(16).
