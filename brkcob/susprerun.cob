       01 ROUTE-FILE-NO      PIC 9(01) VALUE ZEROS.
       01 ROUTE-TXN-CODE     PIC X(04) VALUE SPACES.
       01 PARM-ROUTES-LOADED PIC 9(02) VALUE ZEROS.
      *
      *    THE SUSPENDED PAYLOAD SEEN THROUGH THE SHARED PAYM/ADJU
      *    DETAIL LAYOUT CONSUMER ROUTES BY.
      *
       COPY 'txn-detail.cpy'.
      *
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(60) VALUE SPACES.
           END-READ
           ADD 1 TO TOTAL-READ
      *
      *    THE PAYLOAD STARTS AT BYTE 157 OF THE STORED MESSAGE ; ITS
      *    DT-TXN-CODE IS EXACTLY WHAT CONSUMER'S 2138-ROUTE-MESSAGE
      *    ROUTES BY.
      *
           MOVE SU-MESSAGE(157:1868) TO DT-DETAIL
           MOVE DT-TXN-CODE          TO ROUTE-TXN-CODE
           MOVE ZEROS TO ROUTE-FILE-NO
           PERFORM 2120-MATCH-ROUTE-ONE
                   THRU 2120-MATCH-ROUTE-ONE-EXIT
