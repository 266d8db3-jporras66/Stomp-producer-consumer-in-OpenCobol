      *---------------------------------------------------------------*
      *    FD FOR ACCT-INDEX. AX-ACCOUNT IS THE ACCOUNT FIELD AS     *
      *    MASK.CONFIG NAMES IT FOR THE MESSAGE'S CODE, IN THE CLEAR *
      *    (IT IS THE KEY) AND LEFT-ALIGNED; AX-FIELD-LENGTH IS THE  *
      *    CONFIGURED LENGTH, SO A SCREEN CAN STAR IT OUT EXACTLY AS *
      *    MSGINQ DOES. AX-MSGID IS ALSO AN ALTERNATE KEY SO THE     *
      *    ENTRIES FOR ONE MESSAGE CAN BE FOUND FROM THE STORE SIDE. *
      *---------------------------------------------------------------*
       FD  ACCT-INDEX
           LABEL RECORDS ARE STANDARD.
       01  AX-RECORD.
           05  AX-KEY.
               10  AX-ACCOUNT          PIC X(34).
               10  AX-RECEIVED-DATE    PIC X(08).
               10  AX-MSGID            PIC X(20).
           05  AX-FIELD-LENGTH         PIC 9(04).
           05  AX-TXN-CODE             PIC X(04).
           05  AX-REF-NUMBER           PIC X(08).
           05  AX-SOURCE-QUEUE         PIC X(15).
           05  AX-RECEIVED-TIMESTAMP   PIC X(16).
           05  AX-STATUS               PIC X(10).
               88  AX-STATUS-RECEIVED  VALUE 'RECEIVED'.
               88  AX-STATUS-ROUTED    VALUE 'ROUTED'.
               88  AX-STATUS-HELD      VALUE 'HELD'.
               88  AX-STATUS-RETURNED  VALUE 'RETURNED'.
               88  AX-STATUS-RECALLED  VALUE 'RECALLED'.
           05  FILLER                  PIC X(20).
