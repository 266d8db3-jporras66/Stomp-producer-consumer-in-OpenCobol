      *---------------------------------------------------------------*
      *    PAYM / ADJU DETAIL BODY - THE PAYLOAD OF A PAYMENT OR      *
      *    ADJUSTMENT FROM ITS FIRST BYTE : THE EXTRACT AND TRANS-    *
      *    FILE DETAIL, W-BUFFER IN CONSUMER, AND BYTE 157 ONWARD OF  *
      *    THE STORED MESSAGE AND THE TYPED/SUSPENSE RECORDS' BODY.   *
      *    DT-ACCOUNT IS PAYLOAD 14-29, THE POSITIONS MASK.CONFIG     *
      *    PROTECTS. THE LAST ACCOUNT DIGIT IS A MODULUS-10 CHECK     *
      *    DIGIT OVER THE FIFTEEN BEFORE IT. DT-AMOUNT CARRIES TWO    *
      *    IMPLIED DECIMALS, DT-VALUE-DATE IS YYYYMMDD.               *
      *---------------------------------------------------------------*
       01  DT-DETAIL.
           05  DT-TXN-CODE             PIC X(04).
               88  DT-LAID-OUT         VALUE 'PAYM' 'ADJU'.
           05  DT-REF-NUMBER           PIC X(08).
           05  DT-PRIORITY-FLAG        PIC X(01).
               88  DT-PRIORITY-URGENT  VALUE 'U'.
           05  DT-ACCOUNT.
               10  DT-ACCOUNT-BODY     PIC X(15).
               10  DT-ACCOUNT-CHECK    PIC X(01).
           05  DT-AMOUNT-X             PIC X(15).
           05  DT-AMOUNT REDEFINES DT-AMOUNT-X
                                       PIC 9(13)V99.
           05  DT-CURRENCY             PIC X(03).
           05  DT-VALUE-DATE-X         PIC X(08).
           05  DT-VALUE-DATE REDEFINES DT-VALUE-DATE-X
                                       PIC 9(08).
           05  DT-BENEF-NAME           PIC X(35).
           05  DT-NARRATIVE            PIC X(70).
           05  FILLER                  PIC X(1708).
