      *    COUNT; ACKREG FILLS THE ACKNOWLEDGED COUNT IN FROM THE     *
      *    ACK QUEUE AND SETS THE STATUS. A ROW STILL OPEN AT THE     *
      *    END OF THE BATCH WINDOW IS AN UNCONFIRMED DELIVERY.        *
      *    A BATCH PULLED BACK BY RECALL IS CLOSED AS RECALLED, WITH  *
      *    THE COUNT CONSUMER REVERSED ON THAT QUEUE IN BR-REVERSED.  *
      *---------------------------------------------------------------*
       FD  BATCH-REGISTER
           LABEL RECORDS ARE STANDARD
               88  BR-OPEN             VALUE 'OPEN'.
               88  BR-CONFIRMED        VALUE 'CONFIRMED'.
               88  BR-MISMATCH         VALUE 'MISMATCH'.
               88  BR-RECALLED         VALUE 'RECALLED'.
           05  FILLER                  PIC X(01).
           05  BR-TIMESTAMP            PIC X(16).
           05  FILLER                  PIC X(01).
           05  BR-BUSINESS-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  BR-REVERSED             PIC 9(08).
