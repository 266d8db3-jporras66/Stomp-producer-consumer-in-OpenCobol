               FILE STATUS IS FS-OPS-RPT.
      *
        COPY 'select-run-control.cpy'.
      *
      *    HOLD-REGISTER IS THE COMPLIANCE HOLD LIST CONSUMER FILLS
      *    AND COMPHOLD WORKS OFF - ANYTHING STILL PENDING ON IT IS
      *    LISTED, WHATEVER ITS DATE, SO NOTHING SITS IN HOLD UNSEEN.
      *
        COPY 'select-hold-register.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       FD  OPS-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OPS-RPT-RECORD              PIC X(132).
      *
       COPY 'fd-run-control.cpy'.
      *
       COPY 'fd-hold-register.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
       01 PRODUCER-RUNS     PIC 9(06) VALUE ZEROS.
       01 CONSUMER-RUNS     PIC 9(06) VALUE ZEROS.
       01 BALANCE-DIFF      PIC S9(10) VALUE ZEROS.
       01 TOTAL-HELD        PIC 9(10) VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *    COMPLIANCE HOLD COUNTS - OVER THE WHOLE HOLD-REGISTER,    *
      *    NOT THE REPORT WINDOW.                                    *
      *---------------------------------------------------------------*
       01 FS-HOLD-REGISTER  PIC X(02) VALUE '00'.
       01 HOLD-EOF-SW       PIC 9 VALUE 0.
          88 HOLD-EOF       VALUE 1.
          88 HOLD-NEOF      VALUE 0.
       01 HOLDS-PENDING     PIC 9(06) VALUE ZEROS.
       01 HOLDS-RELEASED    PIC 9(06) VALUE ZEROS.
       01 HOLDS-REJECTED    PIC 9(06) VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *    ELAPSED-TIME WORK FIELDS. TIMESTAMPS ARE YYYYMMDDHHMMSSss *
                   UNTIL EOF
           CLOSE AUDIT-FILE
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT
           PERFORM 2500-REPORT-HOLDS THRU 2500-REPORT-HOLDS-EXIT.
      *
       2000-INIT-EXIT.
           EXIT.
              WHEN 'CONSUMER'
                 ADD AUD-COUNT-PROCESSED TO TOTAL-CONSUMED
                 ADD 1 TO CONSUMER-RUNS
                 IF AUD-COUNT-HELD IS NUMERIC THEN
                    ADD AUD-COUNT-HELD TO TOTAL-HELD
                 END-IF
      *       A DLQREPLAY RE-INJECTION RUN FEEDS THE RETRY QUEUE
      *       CONSUMER DRAINS, SO ITS COUNT IS PUBLISHED WORK -
      *       OTHERWISE EVERY REPLAY DAY WOULD READ OUT OF BALANCE.
                  TOTAL-CONSUMED                DELIMITED BY SIZE
             INTO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
      *
           MOVE SPACES TO OPS-RPT-RECORD
           STRING 'HELD FOR COMPLIANCE      : ' DELIMITED BY SIZE
                  TOTAL-HELD                    DELIMITED BY SIZE
             INTO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
      *
           MOVE SPACES TO OPS-RPT-RECORD
           STRING 'RUNS WITH ERRORS         : ' DELIMITED BY SIZE
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2500-REPORT-HOLDS LISTS EVERY COMPLIANCE HOLD STILL       *
      *    PENDING - OF ANY DATE - AND COUNTS THOSE ALREADY RELEASED *
      *    OR REJECTED. A PENDING HOLD MAKES THE RUN A WARNING, SO   *
      *    AN UNDECIDED PAYMENT CANNOT SLIP PAST THE BATCH CUTOFF.   *
      *    THE ACCOUNT IS NOT PRINTED; COMPHOLD SHOWS IT MASKED.     *
      *---------------------------------------------------------------*
       2500-REPORT-HOLDS.
      *
           OPEN INPUT HOLD-REGISTER
           IF FS-HOLD-REGISTER = '35' THEN
              GO TO 2500-REPORT-HOLDS-EXIT
           END-IF
           IF FS-HOLD-REGISTER <> '00' THEN
              DISPLAY 'HOLD-REGISTER ACCESS ERROR - STATUS IS : '
                      FS-HOLD-REGISTER
              MOVE 8 TO RETURN-CODE
              GO TO 2500-REPORT-HOLDS-EXIT
           END-IF
      *
           MOVE SPACES TO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
           MOVE 'COMPLIANCE HOLDS PENDING A DECISION'
                TO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
           MOVE 'HOLD DATE HELD AT         MESSAGE-ID           QUEUE'
                TO OPS-RPT-RECORD
           MOVE 'CODE REFERENCE LIST REASON'
                TO OPS-RPT-RECORD(64:26)
           WRITE OPS-RPT-RECORD
      *
           SET HOLD-NEOF TO TRUE
           PERFORM 2510-REPORT-ONE-HOLD
                   THRU 2510-REPORT-ONE-HOLD-EXIT
                   UNTIL HOLD-EOF
           CLOSE HOLD-REGISTER
      *
           MOVE SPACES TO OPS-RPT-RECORD
           STRING 'HOLDS PENDING            : ' DELIMITED BY SIZE
                  HOLDS-PENDING                 DELIMITED BY SIZE
             INTO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
           MOVE SPACES TO OPS-RPT-RECORD
           STRING 'HOLDS RELEASED           : ' DELIMITED BY SIZE
                  HOLDS-RELEASED                DELIMITED BY SIZE
             INTO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
           MOVE SPACES TO OPS-RPT-RECORD
           STRING 'HOLDS REJECTED           : ' DELIMITED BY SIZE
                  HOLDS-REJECTED                DELIMITED BY SIZE
             INTO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD
      *
           IF HOLDS-PENDING > 0 THEN
              MOVE 'HOLDS AWAIT RELEASE OR REJECTION ON COMPHOLD'
                   TO OPS-RPT-RECORD
              WRITE OPS-RPT-RECORD
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'OPSRPT - HOLDS PENDING    : ' HOLDS-PENDING.
      *
       2500-REPORT-HOLDS-EXIT.
           EXIT.
      *
       2510-REPORT-ONE-HOLD.
      *
           READ HOLD-REGISTER NEXT
               AT END
                  SET HOLD-EOF TO TRUE
                  GO TO 2510-REPORT-ONE-HOLD-EXIT
           END-READ
           IF FS-HOLD-REGISTER <> '00' THEN
              DISPLAY 'HOLD-REGISTER READ ERROR - STATUS IS : '
                      FS-HOLD-REGISTER
              MOVE 8 TO RETURN-CODE
              SET HOLD-EOF TO TRUE
              GO TO 2510-REPORT-ONE-HOLD-EXIT
           END-IF
           EVALUATE TRUE
              WHEN HR-RELEASED
                 ADD 1 TO HOLDS-RELEASED
                 GO TO 2510-REPORT-ONE-HOLD-EXIT
              WHEN HR-REJECTED
                 ADD 1 TO HOLDS-REJECTED
                 GO TO 2510-REPORT-ONE-HOLD-EXIT
              WHEN OTHER
                 ADD 1 TO HOLDS-PENDING
           END-EVALUATE
           MOVE SPACES TO OPS-RPT-RECORD
           STRING HR-HOLD-DATE              DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  HR-HELD-TIMESTAMP(1:14)   DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  HR-MSGID                  DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  HR-SOURCE-QUEUE           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  HR-TXN-CODE               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  HR-REF-NUMBER             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  HR-LIST-REASON            DELIMITED BY SIZE
             INTO OPS-RPT-RECORD
           WRITE OPS-RPT-RECORD.
      *
       2510-REPORT-ONE-HOLD-EXIT.
           EXIT.
      *
       3000-END.
      *
