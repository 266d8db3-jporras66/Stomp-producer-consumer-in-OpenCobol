      *    APPLIES THE SAME EDITS THE LOAD PARAGRAPHS APPLY, AND
      *    ONLY WRITES THE FILE BACK WHEN EVERYTHING PASSES - WITH
      *    A TIMESTAMPED BACKUP OF THE PREVIOUS VERSION SO A BAD
      *    CHANGE CAN BE BACKED OUT. EVERY LINE A SAVE ADDS, CHANGES
      *    OR DROPS IS JOURNALLED WITH ITS BEFORE AND AFTER IMAGE
      *    UNDER THE OPERATOR'S NAME, SO A CHANGED ROUTE= OR HOST=
      *    CAN ALWAYS BE TRACED TO WHOEVER MADE IT.
      *
           SELECT PARM-FILE
               ASSIGN TO DYNAMIC WS-PARM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARM-FILE.
      *
        COPY 'select-oper-journal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-LINE                   PIC X(80).
      *
       COPY 'fd-oper-journal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
       01 WS-PARM-NAME      PIC X(30) VALUE SPACES.
       01 WS-BACKUP-NAME    PIC X(46) VALUE SPACES.
       01 COPY-RC           USAGE BINARY-LONG VALUE 0.
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
       01 CARRY-MAX          PIC 9(03) VALUE 60.
       01 CARRY-DROPPED      PIC 9(03) VALUE ZEROS.
       01 CY-INDEX           PIC 9(03) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    B E F O R E   A N D   A F T E R   I M A G E S              *
      *    THE FILE AS IT STOOD BEFORE A SAVE AND AS THE SAVE LEFT   *
      *    IT, LESS BLANK LINES AND THE PARMEDIT HEADER. LINES IN    *
      *    BOTH ARE PAIRED OFF FIRST - A SAVE REORDERS THE FILE, SO  *
      *    ORDER ALONE IS NOT A CHANGE - THEN WHAT IS LEFT IS PAIRED *
      *    BY KEYWORD INTO CHANGES, AND THE REST ARE ADDS OR DROPS.  *
      *---------------------------------------------------------------*
       01 BEFORE-TABLE.
          05 BEFORE-ENTRY OCCURS 120 TIMES.
             10 BF-LINE      PIC X(80).
             10 BF-MATCH-SW  PIC X(01).
                88 BF-MATCHED   VALUE 'Y'.
                88 BF-UNMATCHED VALUE 'N'.
       01 AFTER-TABLE.
          05 AFTER-ENTRY OCCURS 120 TIMES.
             10 AF-LINE      PIC X(80).
             10 AF-MATCH-SW  PIC X(01).
                88 AF-MATCHED   VALUE 'Y'.
                88 AF-UNMATCHED VALUE 'N'.
       01 IMAGE-MAX          PIC 9(03) VALUE 120.
       01 BEFORE-COUNT       PIC 9(03) VALUE ZEROS.
       01 AFTER-COUNT        PIC 9(03) VALUE ZEROS.
       01 BF-INDEX           PIC 9(03) VALUE ZEROS.
       01 AF-INDEX           PIC 9(03) VALUE ZEROS.
       01 AF-SLOT            PIC 9(03) VALUE ZEROS.
       01 CHANGE-COUNT       PIC 9(03) VALUE ZEROS.
       01 IMAGE-KEYWORD      PIC X(20) VALUE SPACES.
       01 IMAGE-KEYWORD-2    PIC X(20) VALUE SPACES.
       01 IMAGE-SIDE-SW      PIC 9 VALUE 1.
          88 IMAGE-BEFORE    VALUE 1.
          88 IMAGE-AFTER     VALUE 2.
      *
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(60) VALUE SPACES.
           IF STATUS-LINE NOT = SPACES THEN
              GO TO 2400-SAVE-PRODUCER-EXIT
           END-IF
           SET IMAGE-BEFORE TO TRUE
           PERFORM 2910-TAKE-IMAGE THRU 2910-TAKE-IMAGE-EXIT
      *
           OPEN OUTPUT PARM-FILE
           IF FS-PARM-FILE <> '00' THEN
                   VARYING CY-INDEX FROM 1 BY 1
                   UNTIL CY-INDEX > CARRY-COUNT
           CLOSE PARM-FILE
           SET IMAGE-AFTER TO TRUE
           PERFORM 2910-TAKE-IMAGE THRU 2910-TAKE-IMAGE-EXIT
           PERFORM 2920-JOURNAL-CHANGES
                   THRU 2920-JOURNAL-CHANGES-EXIT
           MOVE SPACES TO STATUS-LINE
           STRING 'SAVED - PREVIOUS VERSION IS '
                                   DELIMITED BY SIZE
           IF STATUS-LINE NOT = SPACES THEN
              GO TO 2800-SAVE-CONSUMER-EXIT
           END-IF
           SET IMAGE-BEFORE TO TRUE
           PERFORM 2910-TAKE-IMAGE THRU 2910-TAKE-IMAGE-EXIT
      *
           OPEN OUTPUT PARM-FILE
           IF FS-PARM-FILE <> '00' THEN
                   VARYING CY-INDEX FROM 1 BY 1
                   UNTIL CY-INDEX > CARRY-COUNT
           CLOSE PARM-FILE
           SET IMAGE-AFTER TO TRUE
           PERFORM 2910-TAKE-IMAGE THRU 2910-TAKE-IMAGE-EXIT
           PERFORM 2920-JOURNAL-CHANGES
                   THRU 2920-JOURNAL-CHANGES-EXIT
           MOVE SPACES TO STATUS-LINE
           STRING 'SAVED - PREVIOUS VERSION IS '
                                   DELIMITED BY SIZE
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2910-TAKE-IMAGE READS THE PARM FILE AS IT NOW STANDS INTO *
      *    THE BEFORE OR AFTER TABLE. A FILE THAT DOES NOT EXIST YET *
      *    IS AN EMPTY IMAGE - EVERY LINE OF ITS FIRST SAVE IS AN    *
      *    ADD.                                                      *
      *---------------------------------------------------------------*
       2910-TAKE-IMAGE.
      *
           IF IMAGE-BEFORE THEN
              MOVE ZEROS  TO BEFORE-COUNT
              MOVE SPACES TO BEFORE-TABLE
           ELSE
              MOVE ZEROS  TO AFTER-COUNT
              MOVE SPACES TO AFTER-TABLE
           END-IF
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE <> '00' THEN
              GO TO 2910-TAKE-IMAGE-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 2915-IMAGE-ONE-LINE
                   THRU 2915-IMAGE-ONE-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE PARM-FILE.
      *
       2910-TAKE-IMAGE-EXIT.
           EXIT.
      *
       2915-IMAGE-ONE-LINE.
      *
           READ PARM-FILE
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 2915-IMAGE-ONE-LINE-EXIT
           END-READ
           IF PARM-LINE = SPACES
              OR PARM-LINE(19:19) = 'WRITTEN BY PARMEDIT' THEN
              GO TO 2915-IMAGE-ONE-LINE-EXIT
           END-IF
           IF IMAGE-BEFORE THEN
              IF BEFORE-COUNT < IMAGE-MAX THEN
                 ADD 1 TO BEFORE-COUNT
                 MOVE PARM-LINE TO BF-LINE(BEFORE-COUNT)
                 SET BF-UNMATCHED(BEFORE-COUNT) TO TRUE
              END-IF
           ELSE
              IF AFTER-COUNT < IMAGE-MAX THEN
                 ADD 1 TO AFTER-COUNT
                 MOVE PARM-LINE TO AF-LINE(AFTER-COUNT)
                 SET AF-UNMATCHED(AFTER-COUNT) TO TRUE
              END-IF
           END-IF.
      *
       2915-IMAGE-ONE-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2920-JOURNAL-CHANGES COMPARES THE TWO IMAGES AND JOURNALS *
      *    ONE CHANGE, DELETE OR ADD PER LINE THE SAVE TOUCHED, THEN *
      *    ONE SAVE ENTRY NAMING THE BACKUP AND THE LINE COUNT.      *
      *---------------------------------------------------------------*
       2920-JOURNAL-CHANGES.
      *
           MOVE ZEROS TO CHANGE-COUNT
           PERFORM 2921-PAIR-SAME-LINE
                   THRU 2921-PAIR-SAME-LINE-EXIT
                   VARYING BF-INDEX FROM 1 BY 1
                   UNTIL BF-INDEX > BEFORE-COUNT
           PERFORM 2923-PAIR-CHANGED-LINE
                   THRU 2923-PAIR-CHANGED-LINE-EXIT
                   VARYING BF-INDEX FROM 1 BY 1
                   UNTIL BF-INDEX > BEFORE-COUNT
           PERFORM 2925-JOURNAL-ADDED-LINE
                   THRU 2925-JOURNAL-ADDED-LINE-EXIT
                   VARYING AF-INDEX FROM 1 BY 1
                   UNTIL AF-INDEX > AFTER-COUNT
      *
           MOVE 'SAVE'       TO OJ-W-ACTION
           MOVE WS-PARM-NAME TO OJ-W-KEY
           STRING 'PREVIOUS VERSION ' DELIMITED BY SIZE
                  WS-BACKUP-NAME      DELIMITED BY SIZE
             INTO OJ-W-BEFORE
           STRING 'LINES CHANGED '    DELIMITED BY SIZE
                  CHANGE-COUNT        DELIMITED BY SIZE
             INTO OJ-W-AFTER
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2920-JOURNAL-CHANGES-EXIT.
           EXIT.
      *
       2921-PAIR-SAME-LINE.
      *
           MOVE ZEROS TO AF-SLOT
           PERFORM 2922-FIND-SAME-LINE
                   THRU 2922-FIND-SAME-LINE-EXIT
                   VARYING AF-INDEX FROM 1 BY 1
                   UNTIL AF-INDEX > AFTER-COUNT OR AF-SLOT > 0
           IF AF-SLOT > 0 THEN
              SET BF-MATCHED(BF-INDEX) TO TRUE
              SET AF-MATCHED(AF-SLOT)  TO TRUE
           END-IF.
      *
       2921-PAIR-SAME-LINE-EXIT.
           EXIT.
      *
       2922-FIND-SAME-LINE.
      *
           IF AF-UNMATCHED(AF-INDEX)
              AND AF-LINE(AF-INDEX) = BF-LINE(BF-INDEX) THEN
              MOVE AF-INDEX TO AF-SLOT
           END-IF.
      *
       2922-FIND-SAME-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2923-PAIR-CHANGED-LINE TAKES AN OLD LINE THE NEW FILE NO  *
      *    LONGER HOLDS. A NEW LINE WITH THE SAME KEYWORD STILL      *
      *    UNPAIRED MAKES IT A CHANGE; OTHERWISE IT WAS DELETED.     *
      *---------------------------------------------------------------*
       2923-PAIR-CHANGED-LINE.
      *
           IF BF-MATCHED(BF-INDEX) THEN
              GO TO 2923-PAIR-CHANGED-LINE-EXIT
           END-IF
           MOVE SPACES TO IMAGE-KEYWORD
           UNSTRING BF-LINE(BF-INDEX) DELIMITED BY '='
               INTO IMAGE-KEYWORD
           MOVE ZEROS TO AF-SLOT
           PERFORM 2924-FIND-SAME-KEYWORD
                   THRU 2924-FIND-SAME-KEYWORD-EXIT
                   VARYING AF-INDEX FROM 1 BY 1
                   UNTIL AF-INDEX > AFTER-COUNT OR AF-SLOT > 0
           STRING WS-PARM-NAME  DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  IMAGE-KEYWORD DELIMITED BY SIZE
             INTO OJ-W-KEY
           MOVE BF-LINE(BF-INDEX) TO OJ-W-BEFORE
           IF AF-SLOT > 0 THEN
              MOVE 'CHANGE'         TO OJ-W-ACTION
              MOVE AF-LINE(AF-SLOT) TO OJ-W-AFTER
              SET AF-MATCHED(AF-SLOT) TO TRUE
           ELSE
              MOVE 'DELETE'         TO OJ-W-ACTION
           END-IF
           SET BF-MATCHED(BF-INDEX) TO TRUE
           ADD 1 TO CHANGE-COUNT
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2923-PAIR-CHANGED-LINE-EXIT.
           EXIT.
      *
       2924-FIND-SAME-KEYWORD.
      *
           IF AF-MATCHED(AF-INDEX) THEN
              GO TO 2924-FIND-SAME-KEYWORD-EXIT
           END-IF
           MOVE SPACES TO IMAGE-KEYWORD-2
           UNSTRING AF-LINE(AF-INDEX) DELIMITED BY '='
               INTO IMAGE-KEYWORD-2
           IF IMAGE-KEYWORD-2 = IMAGE-KEYWORD THEN
              MOVE AF-INDEX TO AF-SLOT
           END-IF.
      *
       2924-FIND-SAME-KEYWORD-EXIT.
           EXIT.
      *
       2925-JOURNAL-ADDED-LINE.
      *
           IF AF-MATCHED(AF-INDEX) THEN
              GO TO 2925-JOURNAL-ADDED-LINE-EXIT
           END-IF
           MOVE SPACES TO IMAGE-KEYWORD
           UNSTRING AF-LINE(AF-INDEX) DELIMITED BY '='
               INTO IMAGE-KEYWORD
           MOVE 'ADD' TO OJ-W-ACTION
           STRING WS-PARM-NAME  DELIMITED BY SPACE
                  ' '           DELIMITED BY SIZE
                  IMAGE-KEYWORD DELIMITED BY SIZE
             INTO OJ-W-KEY
           MOVE AF-LINE(AF-INDEX) TO OJ-W-AFTER
           ADD 1 TO CHANGE-COUNT
           PERFORM 2960-WRITE-JOURNAL
              THRU 2960-WRITE-JOURNAL-EXIT.
      *
       2925-JOURNAL-ADDED-LINE-EXIT.
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
      *    1130-PARM-NUMBER TAKES THE DIGIT TOKEN AT THE FRONT OF     *
      *    PARM-NUM-INPUT - ANY WIDTH UP TO 8, NO ZERO-PADDING        *
      *    REQUIRED OF THE OPERATOR - AND RETURNS IT RIGHT-ALIGNED    *
