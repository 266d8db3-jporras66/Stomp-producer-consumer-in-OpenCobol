      *---------------------------------------------------------------*
      *    FD FOR RESEND-REGISTER. RESEND WRITES THE ENTRY THE FIRST  *
      *    TIME A MESSAGE GOES OUT AGAIN AND REWRITES IT ON EVERY     *
      *    OVERRIDDEN REPEAT : HOW MANY TIMES IT HAS BEEN RESENT,     *
      *    WHEN FIRST AND LAST, AND THE LAST TARGET QUEUE AND USER.   *
      *    SOURCE QUEUE, BATCH AND REFERENCE ARE THE ORIGINAL'S.      *
      *---------------------------------------------------------------*
       FD  RESEND-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  RG-RECORD.
           05  RG-MSGID                PIC X(20).
           05  RG-RESEND-COUNT         PIC 9(04).
           05  RG-FIRST-TIMESTAMP      PIC X(16).
           05  RG-LAST-TIMESTAMP       PIC X(16).
           05  RG-LAST-QUEUE           PIC X(15).
           05  RG-LAST-USER            PIC X(08).
           05  RG-SOURCE-QUEUE         PIC X(15).
           05  RG-BATCH-ID             PIC X(08).
           05  RG-TXN-CODE             PIC X(04).
           05  RG-REF-NUMBER           PIC X(08).
           05  FILLER                  PIC X(20).
