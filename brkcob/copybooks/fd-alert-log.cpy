      *---------------------------------------------------------------*
      *    FD FOR ALERT-LOG - ONE ALERT PER RECORD, APPENDED IN THE   *
      *    ORDER RAISED. SEVERITY RUNS 1 INFORMATION, 2 WARNING,      *
      *    3 ERROR, 4 CRITICAL. THE ALERT CODE NAMES THE CONDITION    *
      *    (SEQGAP, FAILOVER ...) SO REPEATS OF ONE PROBLEM CAN BE    *
      *    RECOGNISED; BATCH AND QUEUE ARE FILLED WHERE KNOWN.        *
      *---------------------------------------------------------------*
       FD  ALERT-LOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  AL-RECORD.
           05  AL-TIMESTAMP            PIC X(16).
           05  FILLER                  PIC X(01).
           05  AL-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(01).
           05  AL-SEVERITY             PIC 9(01).
               88  AL-SEV-INFORMATION  VALUE 1.
               88  AL-SEV-WARNING      VALUE 2.
               88  AL-SEV-ERROR        VALUE 3.
               88  AL-SEV-CRITICAL     VALUE 4.
           05  FILLER                  PIC X(01).
           05  AL-CODE                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-BATCH-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  AL-QUEUE                PIC X(15).
           05  FILLER                  PIC X(01).
           05  AL-TEXT                 PIC X(60).
