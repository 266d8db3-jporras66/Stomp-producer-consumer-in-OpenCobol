      *---------------------------------------------------------------*
      *    FD FOR HOLD-REGISTER. CONSUMER WRITES THE ENTRY 'PENDING'  *
      *    AS IT PUTS THE MESSAGE ON THE DAY'S HOLD FILE; COMPHOLD    *
      *    REWRITES IT 'RELEASED' OR 'REJECTED' WITH WHO DECIDED,     *
      *    WHEN, AND (FOR A REJECTION) WHY. HR-HOLD-DATE NAMES THE    *
      *    HOLD.YYYYMMDD FILE CARRYING THE MESSAGE IMAGE, AND THE     *
      *    TYPED FILE OF THE SAME DAY A RELEASE IS WRITTEN TO -       *
      *    HR-ROUTE-FILE-NO 1 FOR PAYMENTS, 2 FOR ADJUST.             *
      *    HR-ACCOUNT IS THE MATCHED WATCH-LIST ACCOUNT IN THE CLEAR. *
      *---------------------------------------------------------------*
       FD  HOLD-REGISTER
           LABEL RECORDS ARE STANDARD.
       01  HR-RECORD.
           05  HR-MSGID                PIC X(20).
           05  HR-STATUS               PIC X(08).
               88  HR-PENDING          VALUE 'PENDING'.
               88  HR-RELEASED         VALUE 'RELEASED'.
               88  HR-REJECTED         VALUE 'REJECTED'.
           05  HR-HOLD-DATE            PIC X(08).
           05  HR-HELD-TIMESTAMP       PIC X(16).
           05  HR-SOURCE-QUEUE         PIC X(15).
           05  HR-TXN-CODE             PIC X(04).
           05  HR-REF-NUMBER           PIC X(08).
           05  HR-ROUTE-FILE-NO        PIC 9(01).
           05  HR-ACCOUNT              PIC X(34).
           05  HR-LIST-REASON          PIC X(30).
           05  HR-DECIDED-BY           PIC X(08).
           05  HR-DECIDED-TIMESTAMP    PIC X(16).
           05  HR-DECISION-REASON      PIC X(40).
           05  FILLER                  PIC X(20).
