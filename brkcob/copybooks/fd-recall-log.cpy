      *---------------------------------------------------------------*
      *    FD FOR RECALL-LOG - APPENDED BY CONSUMER IN THE ORDER THE  *
      *    CANCELS ARRIVE. RL-BUSINESS-DATE IS THE BATCH'S BUSINESS   *
      *    DATE, THE KEY MSGSTORE BROWSES ON; RL-REVERSED IS THE      *
      *    NUMBER OF TYPED RECORDS REVERSED FOR THE BATCH AND QUEUE.  *
      *---------------------------------------------------------------*
       FD  RECALL-LOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RL-RECORD.
           05  RL-TIMESTAMP            PIC X(16).
           05  FILLER                  PIC X(01).
           05  RL-BATCH-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RL-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RL-QUEUE                PIC X(15).
           05  FILLER                  PIC X(01).
           05  RL-REVERSED             PIC 9(08).
