      *    MESSAGE FORMATTED FIELD BY FIELD AGAINST THE WIRE LAYOUT,
      *    SO NOBODY HEX-EDITS A 2094-BYTE RECORD AND HOPES THE
      *    OFFSETS ARE RIGHT. REPAIRED RECORDS GO TO A REPLAY
      *    EXTRACT READY FOR DLQREPLAY'S 'R' MODE. EVERY RECORD
      *    SHOWN, REPAIRED, DISCARDED OR EXTRACTED IS JOURNALLED
      *    UNDER THE OPERATOR'S NAME - A REPAIR WITH THE BEFORE AND
      *    AFTER OF EVERY PAYLOAD LINE AND HEADER FIELD IT CHANGED.
      *
           SELECT DLQ-DATA
               ASSIGN TO DYNAMIC WS-DLQ-DATA-NAME
               ASSIGN TO DYNAMIC WS-EXTRACT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-EXTRACT.
      *
        COPY 'select-oper-journal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
           05  RX-DRAINED-TIMESTAMP    PIC X(16).
           05  RX-REASON               PIC X(30).
           05  RX-MESSAGE              PIC X(2048).
      *
       COPY 'fd-oper-journal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
       01 FS-EXTRACT        PIC X(02) VALUE '00'.
       01 WS-DLQ-DATA-NAME  PIC X(30) VALUE SPACES.
       01 WS-EXTRACT-NAME   PIC X(30) VALUE SPACES.
      *
       01 FS-OPER-JOURNAL   PIC X(02) VALUE '00'.
       01 OPER-JOURNAL-FIELDS.
          05 OJ-W-USER      PIC X(08) VALUE SPACES.
          05 OJ-W-TERMINAL  PIC X(16) VALUE SPACES.
          05 OJ-W-ACTION    PIC X(08) VALUE SPACES.
          05 OJ-W-MASK      PIC X(01) VALUE SPACE.
          05 OJ-W-KEY       PIC X(40) VALUE SPACES.
          05 OJ-W-BEFORE    PIC X(80) VALUE SPACES.
          05 OJ-W-AFTER     PIC X(80) VALUE SPACES.
      *
       01 W-DATA.
          05 SESSION-SW         PIC 9 VALUE 0.
      *    TRANSACTION THE UPSTREAM EXTRACTS ACTUALLY SEND.
       01 PAY-EDIT-AREA.
          05 PAY-LINE OCCURS 4 TIMES PIC X(70).
      *    THE RECORD AS READ, KEPT FOR THE JOURNAL'S BEFORE IMAGE.
       01 ORIG-EDIT-AREA.
          05 ORIG-PAY-LINE OCCURS 4 TIMES PIC X(70).
       01 ORIG-REASON        PIC X(30) VALUE SPACES.
       01 PAY-INDEX          PIC 9(01) VALUE ZEROS.
       01 RECORD-KEY         PIC X(40) VALUE SPACES.
      *
       01 CHECKSUM-WORK PIC 9(09) VALUE ZEROS.
       01 CS-INDEX      PIC 9(04) USAGE COMP VALUE ZEROS.
      *
           PERFORM 2110-FORMAT-DETAIL
                   THRU 2110-FORMAT-DETAIL-EXIT
      *
      *    THE DETAIL SCREEN SHOWS THE PAYLOAD IN THE CLEAR - IT HAS
      *    TO, TO BE EDITED - SO EVERY RECORD SHOWN IS JOURNALLED AS
      *    AN UNMASKED DISPLAY.
      *
           MOVE SPACES TO RECORD-KEY
           STRING WS-DLQ-DATA-NAME DELIMITED BY SPACE
                  ' REC '          DELIMITED BY SIZE
                  RECORD-NUMBER    DELIMITED BY SIZE
             INTO RECORD-KEY
           MOVE 'DISPLAY'   TO OJ-W-ACTION
           MOVE 'N'         TO OJ-W-MASK
           MOVE RECORD-KEY  TO OJ-W-KEY
           MOVE DD-REASON   TO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT
           MOVE SPACE TO SEL-REPLY
           ACCEPT DETAIL-SCREEN
           EVALUATE TRUE
           MOVE DD-MESSAGE(227:70) TO PAY-LINE(2)
           MOVE DD-MESSAGE(297:70) TO PAY-LINE(3)
           MOVE DD-MESSAGE(367:70) TO PAY-LINE(4)
           MOVE PAY-EDIT-AREA      TO ORIG-EDIT-AREA
           MOVE DD-REASON          TO ORIG-REASON
      *
           MOVE SPACES TO INQ-STATUS-LINE
           IF SHOW-CARRIED-CKSM IS NUMERIC
                INTO INQ-STATUS-LINE
              GO TO 2200-REPAIR-RECORD-EXIT
           END-IF
      *
           PERFORM 2210-JOURNAL-PAY-LINE
                   THRU 2210-JOURNAL-PAY-LINE-EXIT
                   VARYING PAY-INDEX FROM 1 BY 1
                   UNTIL PAY-INDEX > 4
           MOVE 'REPAIR' TO OJ-W-ACTION
           STRING RECORD-KEY DELIMITED BY '  '
                  ' HEADER'  DELIMITED BY SIZE
             INTO OJ-W-KEY
           STRING 'LEN '            DELIMITED BY SIZE
                  SHOW-MSG-LENGTH   DELIMITED BY SIZE
                  ' CKSM '          DELIMITED BY SIZE
                  SHOW-CARRIED-CKSM DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  ORIG-REASON       DELIMITED BY SIZE
             INTO OJ-W-BEFORE
           STRING 'LEN '            DELIMITED BY SIZE
                  DD-MESSAGE(152:4) DELIMITED BY SIZE
                  ' CKSM '          DELIMITED BY SIZE
                  DD-MESSAGE(131:9) DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  DD-REASON         DELIMITED BY SIZE
             INTO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT
      *
           PERFORM 2250-WRITE-EXTRACT
                   THRU 2250-WRITE-EXTRACT-EXIT
      *
       2200-REPAIR-RECORD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2210-JOURNAL-PAY-LINE JOURNALS ONE EDITED PAYLOAD LINE    *
      *    WITH ITS BEFORE AND AFTER IMAGE - LINES THE OPERATOR LEFT *
      *    ALONE ARE NOT JOURNALLED.                                 *
      *---------------------------------------------------------------*
       2210-JOURNAL-PAY-LINE.
      *
           IF PAY-LINE(PAY-INDEX) = ORIG-PAY-LINE(PAY-INDEX) THEN
              GO TO 2210-JOURNAL-PAY-LINE-EXIT
           END-IF
           MOVE 'REPAIR' TO OJ-W-ACTION
           STRING RECORD-KEY DELIMITED BY '  '
                  ' LINE '   DELIMITED BY SIZE
                  PAY-INDEX  DELIMITED BY SIZE
             INTO OJ-W-KEY
           MOVE ORIG-PAY-LINE(PAY-INDEX) TO OJ-W-BEFORE
           MOVE PAY-LINE(PAY-INDEX)      TO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2210-JOURNAL-PAY-LINE-EXIT.
           EXIT.
      *
       2250-WRITE-EXTRACT.
      *
                                   DELIMITED BY SIZE
                     FS-EXTRACT    DELIMITED BY SIZE
                INTO INQ-STATUS-LINE
              GO TO 2250-WRITE-EXTRACT-EXIT
           END-IF
           MOVE 'EXTRACT'        TO OJ-W-ACTION
           MOVE RECORD-KEY       TO OJ-W-KEY
           STRING 'TO '           DELIMITED BY SIZE
                  WS-EXTRACT-NAME DELIMITED BY SIZE
             INTO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2250-WRITE-EXTRACT-EXIT.
           EXIT.
                INTO INQ-STATUS-LINE
              GO TO 2300-DISCARD-RECORD-EXIT
           END-IF
           MOVE 'DISCARD'   TO OJ-W-ACTION
           MOVE RECORD-KEY  TO OJ-W-KEY
           MOVE ORIG-REASON TO OJ-W-BEFORE
           MOVE DD-REASON   TO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT
           ADD 1 TO DISCARDED-COUNT.
      *
       2300-DISCARD-RECORD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2960-WRITE-JOURNAL APPENDS ONE OPERATOR ACTION TO THE     *
      *    SHARED OPERATOR JOURNAL - THE CALLER SETS THE ACTION,     *
      *    MASK, KEY, BEFORE AND AFTER FIELDS FIRST. THE USER AND    *
      *    TERMINAL ARE TAKEN FROM THE SESSION ON THE FIRST CALL.    *
      *    LIKE THE ALERT LOG, A JOURNAL THAT CANNOT BE WRITTEN IS   *
      *    REPORTED BUT DOES NOT STOP THE WORK.                      *
      *---------------------------------------------------------------*
       2960-WRITE-JOURNAL.
      *
           IF OJ-W-USER = SPACES THEN
              ACCEPT OJ-W-USER FROM ENVIRONMENT 'USER'
              IF OJ-W-USER = SPACES THEN
                 MOVE 'UNKNOWN' TO OJ-W-USER
              END-IF
              ACCEPT OJ-W-TERMINAL FROM ENVIRONMENT 'SSH_TTY'
              IF OJ-W-TERMINAL = SPACES THEN
                 MOVE 'CONSOLE' TO OJ-W-TERMINAL
              END-IF
           END-IF
           OPEN EXTEND OPER-JOURNAL
           IF FS-OPER-JOURNAL = '35' OR FS-OPER-JOURNAL = '05' THEN
              OPEN OUTPUT OPER-JOURNAL
           END-IF
           IF FS-OPER-JOURNAL <> '00' THEN
              DISPLAY 'OPER-JOURNAL ACCESS ERROR - STATUS IS : '
                      FS-OPER-JOURNAL
              MOVE SPACES TO OJ-W-ACTION, OJ-W-MASK, OJ-W-KEY,
                             OJ-W-BEFORE, OJ-W-AFTER
              GO TO 2960-WRITE-JOURNAL-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES         TO OJ-RECORD
           MOVE FULL-DATETIME  TO OJ-TIMESTAMP
           MOVE OJ-W-USER      TO OJ-USER
           MOVE OJ-W-TERMINAL  TO OJ-TERMINAL
           MOVE PGM-NAME       TO OJ-PROGRAM
           MOVE OJ-W-ACTION    TO OJ-ACTION
           MOVE OJ-W-MASK      TO OJ-MASK
           MOVE OJ-W-KEY       TO OJ-KEY
           MOVE OJ-W-BEFORE    TO OJ-BEFORE
           MOVE OJ-W-AFTER     TO OJ-AFTER
           MOVE '|' TO OJ-RECORD(17:1), OJ-RECORD(26:1),
                       OJ-RECORD(43:1), OJ-RECORD(54:1),
                       OJ-RECORD(63:1), OJ-RECORD(65:1),
                       OJ-RECORD(106:1), OJ-RECORD(187:1)
           WRITE OJ-RECORD
           IF FS-OPER-JOURNAL <> '00' THEN
              DISPLAY 'OPER-JOURNAL WRITE ERROR - STATUS IS : '
                      FS-OPER-JOURNAL
           END-IF
           CLOSE OPER-JOURNAL
           MOVE SPACES TO OJ-W-ACTION, OJ-W-MASK, OJ-W-KEY,
                          OJ-W-BEFORE, OJ-W-AFTER.
      *
       2960-WRITE-JOURNAL-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2140-COMPUTE-CHECKSUM SUMS THE ORDINAL OF EVERY PAYLOAD   *
      *    BYTE OVER CS-LENGTH BYTES FROM OFFSET 157 - THE SAME SUM  *
      *    PRODUCER AND CONSUMER TAKE ON THE WIRE.                   *
