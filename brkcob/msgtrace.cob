       01 FOUND-IN-TYPED    PIC 9(06) VALUE ZEROS.
       01 FOUND-IN-SUSPENSE PIC 9(06) VALUE ZEROS.
       01 FOUND-IN-DLQ      PIC 9(06) VALUE ZEROS.
      *    A RECALLED BATCH LEAVES THE STORED MESSAGE MARKED RECALLED
      *    AND A REVERSAL RECORD ('R' IN THE CONTROL FLAG) BEHIND THE
      *    ORIGINAL ON THE TYPED FILE - NEITHER IS A DELIVERY.
       01 FOUND-RECALLED    PIC 9(06) VALUE ZEROS.
       01 FOUND-REVERSED    PIC 9(06) VALUE ZEROS.
      *    A STORED MESSAGE THE DOWNSTREAM SENT BACK IS MARKED
      *    RETURNED WITH ITS REASON; ONE STILL ON THE HOLD REGISTER
      *    IS MARKED HELD.
       01 FOUND-RETURNED    PIC 9(06) VALUE ZEROS.
       01 FOUND-HELD        PIC 9(06) VALUE ZEROS.
       01 TYPED-HIT-COUNT   PIC 9(06) VALUE ZEROS.
      *    CONSUMER WRITES EVERY ACCEPTED MESSAGE TWICE UNDER THE
      *    SAME MESSAGE-ID - AS RECEIVED, THEN CONVERTED, BACK TO
                     MS-MESSAGE(16:16) DELIMITED BY SIZE
                INTO TRACE-RPT-RECORD
              WRITE TRACE-RPT-RECORD
              IF MS-STATUS NOT = SPACES THEN
                 IF MS-STATUS-RECALLED THEN
                    ADD 1 TO FOUND-RECALLED
                 END-IF
                 IF MS-STATUS-HELD THEN
                    ADD 1 TO FOUND-HELD
                 END-IF
                 MOVE SPACES TO TRACE-RPT-RECORD
                 STRING '            : STATUS ' DELIMITED BY SIZE
                        MS-STATUS              DELIMITED BY SIZE
                        ' SINCE '              DELIMITED BY SIZE
                        MS-STATUS-TIMESTAMP    DELIMITED BY SIZE
                   INTO TRACE-RPT-RECORD
                 WRITE TRACE-RPT-RECORD
                 IF MS-STATUS-RETURNED THEN
                    ADD 1 TO FOUND-RETURNED
                    MOVE SPACES TO TRACE-RPT-RECORD
                    STRING '            : RETURNED ' DELIMITED BY SIZE
                           MS-RETURN-DATE           DELIMITED BY SIZE
                           ' REASON '               DELIMITED BY SIZE
                           MS-RETURN-REASON         DELIMITED BY SIZE
                           ' '                      DELIMITED BY SIZE
                           MS-RETURN-TEXT           DELIMITED BY SIZE
                      INTO TRACE-RPT-RECORD
                    WRITE TRACE-RPT-RECORD
                 END-IF
              END-IF
           END-IF.
      *
       2210-TRACE-ONE-STORED-EXIT.
                  SET EOF TO TRUE
                  GO TO 2420-TRACE-ONE-TYPED-REC-EXIT
           END-READ
           IF TY-MESSAGE(161:8) NOT = TRACE-REF-NUMBER THEN
              GO TO 2420-TRACE-ONE-TYPED-REC-EXIT
           END-IF
           MOVE SPACES TO TRACE-RPT-RECORD
           STRING WS-TYPED-LABEL   DELIMITED BY SPACE
                  '    : '         DELIMITED BY SIZE
                  TY-MSGID         DELIMITED BY SIZE
                  ' FROM '         DELIMITED BY SIZE
                  TY-SOURCE-QUEUE  DELIMITED BY SIZE
                  ' RCVD '         DELIMITED BY SIZE
                  TY-RECEIVED-TIMESTAMP DELIMITED BY SIZE
             INTO TRACE-RPT-RECORD
      *    A REVERSAL WRITTEN BY A RECALL IS LABELLED AND COUNTED ON
      *    ITS OWN, NOT AS A SECOND ROUTING OF THE MESSAGE.
           IF TY-MESSAGE(141:1) = 'R' THEN
              ADD 1 TO FOUND-REVERSED
              MOVE 'REVERSAL' TO TRACE-RPT-RECORD(80:8)
           ELSE
              ADD 1 TO TYPED-HIT-COUNT
           END-IF
           WRITE TRACE-RPT-RECORD.
      *
       2420-TRACE-ONE-TYPED-REC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    2900-WRITE-VERDICT SUMS THE HOPS UP INTO ONE LINE THE     *
      *    DESK CAN READ BACK TO THE BRANCH : EXTRACTED, PUBLISHED   *
      *    AND STORED, ROUTED, HELD, SUSPENDED, DEAD-LETTERED,       *
      *    RECALLED, RETURNED BY THE DOWNSTREAM OR NEVER SEEN AT ALL.*
      *---------------------------------------------------------------*
       2900-WRITE-VERDICT.
      *
                  FOUND-IN-DLQ    DELIMITED BY SIZE
             INTO TRACE-RPT-RECORD
           WRITE TRACE-RPT-RECORD
           IF FOUND-RECALLED > 0 OR FOUND-REVERSED > 0 THEN
              MOVE SPACES TO TRACE-RPT-RECORD
              STRING 'RECALL - STORE MARKED RECALLED ' DELIMITED BY SIZE
                     FOUND-RECALLED                    DELIMITED BY SIZE
                     ' REVERSALS '                     DELIMITED BY SIZE
                     FOUND-REVERSED                    DELIMITED BY SIZE
                INTO TRACE-RPT-RECORD
              WRITE TRACE-RPT-RECORD
           END-IF
      *
           EVALUATE TRUE
              WHEN FOUND-IN-DLQ > 0
                 MOVE 'TRACE VERDICT : DEAD-LETTERED, AWAITING REPAIR'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-REVERSED > 0
                 MOVE 'TRACE VERDICT : RECALLED, ROUTING REVERSED'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-RECALLED > 0
                 MOVE 'TRACE VERDICT : RECALLED, NOT DELIVERED'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-RETURNED > 0
                 MOVE 'TRACE VERDICT : ROUTED, RETURNED BY DOWNSTREAM'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-IN-SUSPENSE > 0
                 MOVE 'TRACE VERDICT : IN SUSPENSE, CODE NOT ROUTED'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-IN-TYPED > 0
                 MOVE 'TRACE VERDICT : CONSUMED AND ROUTED'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-HELD > 0
                 MOVE 'TRACE VERDICT : CONSUMED, HELD FOR COMPLIANCE'
                      TO TRACE-RPT-RECORD
              WHEN FOUND-IN-STORE > 0 OR FOUND-IN-FILEDATA > 0
                 MOVE 'TRACE VERDICT : CONSUMED, NOT YET ROUTED'
                      TO TRACE-RPT-RECORD
