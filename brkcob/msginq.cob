               ASSIGN TO 'MASK.CONFIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-CONFIG.
      *
      *    EVERY DETAIL SCREEN SHOWN IS JOURNALLED UNDER THE
      *    OPERATOR'S NAME, WITH WHETHER ANY OF ITS FIELDS WERE
      *    MASKED - A CODE WITH NO MASK.CONFIG ENTRY SHOWS IN CLEAR.
      *
        COPY 'select-oper-journal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASK-CONFIG-LINE            PIC X(80).
      *
       COPY 'fd-oper-journal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
      *
       01 FS-MSG-STORE      PIC X(02) VALUE '00'.
       01 FS-MASK-CONFIG    PIC X(02) VALUE '00'.
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
      *---------------------------------------------------------------*
      *    F I E L D - L E V E L   M A S K I N G                      *
      *    MASK=CODE,START,LENGTH LINES IN MASK.CONFIG. POSITIONS    *
       01 MASK-FILL-LEN      PIC 9(04) VALUE ZEROS.
       01 MASK-POS           PIC 9(04) VALUE ZEROS.
       01 SHOW-TXN-CODE      PIC X(04) VALUE SPACES.
       01 MASK-APPLIED       PIC 9(02) VALUE ZEROS.
      *
       01 W-DATA.
          05 SESSION-SW         PIC 9 VALUE 0.
          05 BROWSE-SW          PIC 9 VALUE 0.
             88 BROWSE-DONE     VALUE 1.
             88 BROWSE-LIVE     VALUE 0.
          05 FULL-CURRENT-DATE.
             10 FULL-DATETIME.
                15 F-DATE.
                   25 F-YEAR       PIC 9(4) VALUE ZEROS.
                   25 F-MONTH      PIC 99   VALUE ZEROS.
                   25 F-DAY        PIC 99   VALUE ZEROS.
                15  F-TIME.
                   25 C-HOUR       PIC 99   VALUE ZEROS.
                   25 C-MINUTES    PIC 99   VALUE ZEROS.
                   25 C-SECONDS    PIC 99   VALUE ZEROS.
                   25 C-SEC-HUND   PIC 99   VALUE ZEROS.
             10 C-TIME-DIFF.
                15 C-GMT-DIR    PIC X    VALUE SPACES.
                15 C-HOUR       PIC 99   VALUE ZEROS.
                15 C-MINUTES    PIC 99   VALUE ZEROS.
      *
      *    SEARCH ARGUMENTS KEYED BY THE OPERATOR. EITHER A MESSAGE
      *    ID ALONE, OR A SOURCE QUEUE AND/OR A DATE RANGE.
          05 INQ-DATE-TO     PIC X(08) VALUE SPACES.
       01 INQ-REPLY          PIC X(01) VALUE SPACE.
       01 INQ-STATUS-LINE    PIC X(60) VALUE SPACES.
      *    FOR A MESSAGE THE DOWNSTREAM SENT BACK, THE RETURN DATE AND
      *    THE DOWNSTREAM'S REASON; BLANK FOR ANY OTHER STATUS.
       01 INQ-RETURN-LINE    PIC X(70) VALUE SPACES.
       01 MATCH-COUNT        PIC 9(06) VALUE ZEROS.
      *
      *    A MESSAGE-ID ON THE COMMAND LINE GOES STRAIGHT TO ITS
      *    DETAIL SCREEN AND ENDS ON THE REPLY - THE WAY ACCTINQ
      *    DRILLS DOWN FROM AN ACCOUNT HISTORY LINE.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-MSGID        PIC X(20) VALUE SPACES.
          05 FILLER          PIC X(60) VALUE SPACES.
      *
      *    THE DISPLAYED PORTION OF THE MESSAGE BODY. AN 'E' RECORD
      *    IS CONVERTED BACK THROUGH ebc2asc INTO THIS WORK AREA
      *    FIRST, SO THE STORED RECORD ITSELF IS NEVER TOUCHED.
       01 SHOW-BUFFER        PIC X(420) VALUE SPACES.
       01 SHOW-ENCODING      PIC X(10) VALUE SPACES.
       01 W-LENGTH           BINARY-SHORT VALUE 0.
      *
      *    A PAYM OR ADJU PAYLOAD IS ALSO SHOWN FIELD BY FIELD, READ
      *    THROUGH THE SHARED DETAIL LAYOUT FROM THE ALREADY-MASKED
      *    DISPLAY COPY, SO THE ACCOUNT STAYS STARRED OUT HERE TOO.
      *    THE 70-BYTE NARRATIVE RUNS OVER THE LAST TWO LINES.
      *
       COPY 'txn-detail.cpy'.
       01 SHOW-FIELDS.
          05 SHOW-FIELD-LINE OCCURS 4 TIMES PIC X(70).
       01 SHOW-AMOUNT        PIC Z(12)9.99.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-MSGINQ-WS-FIN'.
          05 LINE 06 COLUMN 19 PIC X(10) FROM SHOW-ENCODING.
          05 LINE 07 COLUMN 05 VALUE 'LENGTH     :'.
          05 LINE 07 COLUMN 19 PIC 9(04) FROM MS-MSG-LENGTH.
          05 LINE 06 COLUMN 40 VALUE 'STATUS     :'.
          05 LINE 06 COLUMN 54 PIC X(10) FROM MS-STATUS.
          05 LINE 07 COLUMN 40 VALUE 'SINCE      :'.
          05 LINE 07 COLUMN 54 PIC X(16) FROM MS-STATUS-TIMESTAMP.
          05 LINE 08 COLUMN 05 VALUE 'MESSAGE (FIRST 420 BYTES) :'.
          05 LINE 09 COLUMN 05 PIC X(70) FROM SHOW-LINE(1).
          05 LINE 10 COLUMN 05 PIC X(70) FROM SHOW-LINE(2).
          05 LINE 12 COLUMN 05 PIC X(70) FROM SHOW-LINE(4).
          05 LINE 13 COLUMN 05 PIC X(70) FROM SHOW-LINE(5).
          05 LINE 14 COLUMN 05 PIC X(70) FROM SHOW-LINE(6).
          05 LINE 15 COLUMN 05 PIC X(70) FROM SHOW-FIELD-LINE(1).
          05 LINE 16 COLUMN 05 PIC X(70) FROM SHOW-FIELD-LINE(2).
          05 LINE 17 COLUMN 05 PIC X(70) FROM SHOW-FIELD-LINE(3).
          05 LINE 18 COLUMN 05 PIC X(70) FROM SHOW-FIELD-LINE(4).
          05 LINE 19 COLUMN 05 PIC X(70) FROM INQ-RETURN-LINE.
          05 LINE 20 COLUMN 05 PIC X(60) FROM INQ-STATUS-LINE.
          05 LINE 21 COLUMN 05
             VALUE 'REPLY - ENTER : NEXT MATCH, S : NEW SEARCH'.
          05 LINE 22 COLUMN 05 VALUE '        X : END'.
          05 LINE 22 COLUMN 22 PIC X(01) USING INQ-REPLY.
      *
      *---------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N             *
       PROCEDURE DIVISION.
      *
       1000-MAIN.
      *
           ACCEPT COMMAND-LINE-VALUES FROM COMMAND-LINE.
           DISPLAY 'COMMAND-LINE-VALUES is : '
                    COMMAND-LINE-VALUES
      *
           OPEN INPUT MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
      *
           PERFORM 1500-LOAD-MASK-CONFIG
                   THRU 1500-LOAD-MASK-CONFIG-EXIT
      *
           IF CL-MSGID NOT = SPACES THEN
              MOVE CL-MSGID TO INQ-MSGID
              PERFORM 2100-READ-BY-MSGID
                      THRU 2100-READ-BY-MSGID-EXIT
              IF MATCH-COUNT = 0 THEN
                 DISPLAY 'MSGINQ - ' INQ-STATUS-LINE
                 MOVE 4 TO RETURN-CODE
              END-IF
              PERFORM 3000-END
           END-IF
      *
           PERFORM 2000-SEARCH-CYCLE
                   THRU 2000-SEARCH-CYCLE-EXIT
      *    THE PROTECTED POSITIONS ARE STARRED OUT ON THE DISPLAY
      *    COPY ONLY - THE STORED RECORD IS NEVER TOUCHED.
           MOVE SHOW-BUFFER(157:4) TO SHOW-TXN-CODE
           MOVE ZEROS TO MASK-APPLIED
           PERFORM 2350-MASK-ONE-FIELD
                   THRU 2350-MASK-ONE-FIELD-EXIT
                   VARYING MK-INDEX FROM 1 BY 1
           MOVE SHOW-BUFFER(211:70)  TO SHOW-LINE(4)
           MOVE SHOW-BUFFER(281:70)  TO SHOW-LINE(5)
           MOVE SHOW-BUFFER(351:70)  TO SHOW-LINE(6)
      *
           PERFORM 2360-FORMAT-FIELDS THRU 2360-FORMAT-FIELDS-EXIT
      *
           MOVE SPACES TO INQ-STATUS-LINE
           STRING 'MATCH NUMBER : '   DELIMITED BY SIZE
                  MATCH-COUNT         DELIMITED BY SIZE
             INTO INQ-STATUS-LINE
      *    A MESSAGE WHOSE BATCH WAS RECALLED IS NOT A DELIVERY -
      *    THE STATUS LINE SAYS SO ALONGSIDE THE STORED STATUS.
           IF MS-STATUS-RECALLED THEN
              MOVE ' - RECALLED, NOT DELIVERED'
                   TO INQ-STATUS-LINE(22:26)
           END-IF
           MOVE SPACES TO INQ-RETURN-LINE
           IF MS-STATUS-RETURNED THEN
              MOVE ' - RETURNED BY DOWNSTREAM'
                   TO INQ-STATUS-LINE(22:25)
              STRING 'RETURNED   : '    DELIMITED BY SIZE
                     MS-RETURN-DATE     DELIMITED BY SIZE
                     '  REASON '        DELIMITED BY SIZE
                     MS-RETURN-REASON   DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     MS-RETURN-TEXT     DELIMITED BY SIZE
                INTO INQ-RETURN-LINE
           END-IF
      *
           MOVE 'DISPLAY' TO OJ-W-ACTION
           IF MASK-APPLIED > 0 THEN
              MOVE 'Y' TO OJ-W-MASK
           ELSE
              MOVE 'N' TO OJ-W-MASK
           END-IF
           MOVE MS-MSGID  TO OJ-W-KEY
           STRING 'TXN '            DELIMITED BY SIZE
                  SHOW-TXN-CODE     DELIMITED BY SIZE
                  ' QUEUE '         DELIMITED BY SIZE
                  MS-SOURCE-QUEUE   DELIMITED BY SIZE
                  ' FIELDS MASKED ' DELIMITED BY SIZE
                  MASK-APPLIED      DELIMITED BY SIZE
             INTO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT
           MOVE SPACE TO INQ-REPLY
           ACCEPT DETAIL-SCREEN.
      *
           IF MASK-POS + MASK-FILL-LEN - 1 > 420 THEN
              COMPUTE MASK-FILL-LEN = 420 - MASK-POS + 1
           END-IF
           MOVE ALL '*' TO SHOW-BUFFER(MASK-POS:MASK-FILL-LEN)
           ADD 1 TO MASK-APPLIED.
      *
       2350-MASK-ONE-FIELD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2360-FORMAT-FIELDS LAYS A PAYM OR ADJU PAYLOAD OUT FIELD   *
      *    BY FIELD UNDER THE RAW WINDOW. ANY OTHER CODE HAS NO       *
      *    LAYOUT AND LEAVES THE FIELD LINES BLANK.                   *
      *---------------------------------------------------------------*
       2360-FORMAT-FIELDS.
      *
           MOVE SPACES TO SHOW-FIELDS
           MOVE SHOW-BUFFER(157:264) TO DT-DETAIL
           IF NOT DT-LAID-OUT THEN
              GO TO 2360-FORMAT-FIELDS-EXIT
           END-IF
      *
           IF DT-AMOUNT-X IS NUMERIC THEN
              MOVE DT-AMOUNT TO SHOW-AMOUNT
              STRING 'ACCOUNT : '   DELIMITED BY SIZE
                     DT-ACCOUNT     DELIMITED BY SIZE
                     '  AMOUNT : '  DELIMITED BY SIZE
                     SHOW-AMOUNT    DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     DT-CURRENCY    DELIMITED BY SIZE
                INTO SHOW-FIELD-LINE(1)
           ELSE
              STRING 'ACCOUNT : '   DELIMITED BY SIZE
                     DT-ACCOUNT     DELIMITED BY SIZE
                     '  AMOUNT : '  DELIMITED BY SIZE
                     DT-AMOUNT-X    DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     DT-CURRENCY    DELIMITED BY SIZE
                INTO SHOW-FIELD-LINE(1)
           END-IF
           STRING 'VALUE   : '      DELIMITED BY SIZE
                  DT-VALUE-DATE-X   DELIMITED BY SIZE
                  '  BENEF  : '     DELIMITED BY SIZE
                  DT-BENEF-NAME     DELIMITED BY SIZE
             INTO SHOW-FIELD-LINE(2)
           STRING 'NARR    : '      DELIMITED BY SIZE
                  DT-NARRATIVE(1:60) DELIMITED BY SIZE
             INTO SHOW-FIELD-LINE(3)
           STRING '          '      DELIMITED BY SIZE
                  DT-NARRATIVE(61:10) DELIMITED BY SIZE
             INTO SHOW-FIELD-LINE(4).
      *
       2360-FORMAT-FIELDS-EXIT.
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
      *    1500-LOAD-MASK-CONFIG LOADS THE MASK=CODE,START,LENGTH    *
      *    LINES. NO CONFIG MEANS NO MASKING - AS BEFORE.            *
      *---------------------------------------------------------------*
