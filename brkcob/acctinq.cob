      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      ACCTINQ.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *             E N V I R O N M E N T   D I V I S I O N           *
      *             =======================================           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------.
       INPUT-OUTPUT SECTION.
      *--------------------.
       FILE-CONTROL.
      *
      *    ACCTINQ ANSWERS 'SHOW ME EVERYTHING THAT HIT ACCOUNT X
      *    THIS WEEK'. IT READS THE ACCOUNT INDEX MSGSTORE BUILDS AS
      *    IT LOADS, LISTS ONE ACCOUNT'S MESSAGES OVER A DATE RANGE
      *    A PAGE AT A TIME, AND HANDS A CHOSEN LINE TO MSGINQ FOR
      *    THE FULL DETAIL SCREEN. THE ACCOUNT IS NEVER SHOWN BACK
      *    IN THE CLEAR - IT IS STARRED OUT BUT FOR ITS LAST FOUR
      *    CHARACTERS, AS MSGINQ STARS IT.
      *
        COPY 'select-acct-index.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-acct-index.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-ACCTINQ-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'ACCTINQ'.
      *
       01 FS-ACCT-INDEX     PIC X(02) VALUE '00'.
      *
       01 W-DATA.
          05 SESSION-SW         PIC 9 VALUE 0.
             88 SESSION-DONE    VALUE 1.
             88 SESSION-LIVE    VALUE 0.
          05 LIST-EOF-SW        PIC 9 VALUE 0.
             88 LIST-EOF        VALUE 1.
             88 LIST-NEOF       VALUE 0.
      *
      *    THE ARGUMENTS KEYED BY THE OPERATOR. THE ACCOUNT FIELD IS
      *    CLEARED ONCE A SEARCH IS TAKEN AND THE ACCOUNT IS HELD
      *    HERE INSTEAD, SO IT DOES NOT STAY ON THE SCREEN IN THE
      *    CLEAR; ENTER WITH THE FIELD BLANK PAGES ON THROUGH IT.
      *
       01 AI-ARGUMENTS.
          05 AI-ACCOUNT      PIC X(34) VALUE SPACES.
          05 AI-DATE-FROM    PIC X(08) VALUE SPACES.
          05 AI-DATE-TO      PIC X(08) VALUE SPACES.
       01 AI-LINE-NO         PIC X(02) VALUE SPACES.
       01 AI-REPLY           PIC X(01) VALUE SPACE.
       01 AI-STATUS-LINE     PIC X(70) VALUE SPACES.
       01 HELD-ACCOUNT       PIC X(34) VALUE SPACES.
       01 HELD-DATE-FROM     PIC X(08) VALUE SPACES.
       01 HELD-DATE-TO       PIC X(08) VALUE SPACES.
       01 LAST-KEY-LISTED    PIC X(62) VALUE SPACES.
       01 PAGE-COUNT         PIC 9(04) VALUE ZEROS.
      *
      *    THE ACCOUNT AS SHOWN - STARRED OUT OVER ITS CONFIGURED
      *    LENGTH BUT FOR THE LAST FOUR CHARACTERS.
      *
       01 SHOW-ACCOUNT       PIC X(34) VALUE SPACES.
       01 MASK-FILL-LEN      PIC 9(04) VALUE ZEROS.
       01 MASK-FIELD-LEN     PIC 9(04) VALUE ZEROS.
      *
       01 LIST-TABLE.
          05 LIST-LINE OCCURS 12 TIMES PIC X(70).
       01 LIST-MSGID-TABLE.
          05 LIST-MSGID OCCURS 12 TIMES PIC X(20).
       01 LIST-MAX           PIC 9(02) VALUE 12.
       01 LIST-COUNT         PIC 9(02) VALUE ZEROS.
       01 LS-INDEX           PIC 9(02) VALUE ZEROS.
       01 PICK-INDEX         PIC 9(02) VALUE ZEROS.
      *
      *    THE DRILL-DOWN RUNS MSGINQ WITH THE CHOSEN MESSAGE-ID ON
      *    ITS COMMAND LINE; IT SHOWS THAT ONE DETAIL SCREEN AND
      *    COMES BACK HERE ON THE REPLY.
      *
       01 COMMAND-TEXT       PIC X(80) VALUE SPACES.
       01 SYSTEM-STATUS      PIC S9(09) VALUE ZEROS.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-ACCTINQ-WS-FIN'.
      *
       SCREEN SECTION.
      *--------------.
      *
       01 ACCOUNT-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 20 VALUE 'ACCOUNT HISTORY INQUIRY'.
          05 LINE 02 COLUMN 20 VALUE '======================='.
          05 LINE 03 COLUMN 05 VALUE 'ACCOUNT    :'.
          05 LINE 03 COLUMN 19 PIC X(34) USING AI-ACCOUNT.
          05 LINE 04 COLUMN 05 VALUE 'DATE FROM  :'.
          05 LINE 04 COLUMN 19 PIC X(08) USING AI-DATE-FROM.
          05 LINE 04 COLUMN 30 VALUE 'TO :'.
          05 LINE 04 COLUMN 35 PIC X(08) USING AI-DATE-TO.
          05 LINE 04 COLUMN 45 VALUE '(YYYYMMDD)'.
          05 LINE 05 COLUMN 05 VALUE 'LISTING    :'.
          05 LINE 05 COLUMN 19 PIC X(34) FROM SHOW-ACCOUNT.
          05 LINE 07 COLUMN 05
             VALUE 'NO DATE     CODE REFERENCE QUEUE           STATUS'.
          05 LINE 08 COLUMN 05 PIC X(70) FROM LIST-LINE(1).
          05 LINE 09 COLUMN 05 PIC X(70) FROM LIST-LINE(2).
          05 LINE 10 COLUMN 05 PIC X(70) FROM LIST-LINE(3).
          05 LINE 11 COLUMN 05 PIC X(70) FROM LIST-LINE(4).
          05 LINE 12 COLUMN 05 PIC X(70) FROM LIST-LINE(5).
          05 LINE 13 COLUMN 05 PIC X(70) FROM LIST-LINE(6).
          05 LINE 14 COLUMN 05 PIC X(70) FROM LIST-LINE(7).
          05 LINE 15 COLUMN 05 PIC X(70) FROM LIST-LINE(8).
          05 LINE 16 COLUMN 05 PIC X(70) FROM LIST-LINE(9).
          05 LINE 17 COLUMN 05 PIC X(70) FROM LIST-LINE(10).
          05 LINE 18 COLUMN 05 PIC X(70) FROM LIST-LINE(11).
          05 LINE 19 COLUMN 05 PIC X(70) FROM LIST-LINE(12).
          05 LINE 21 COLUMN 05 PIC X(70) FROM AI-STATUS-LINE.
          05 LINE 22 COLUMN 05
             VALUE 'REPLY - ENTER : LIST / NEXT PAGE, D : DETAIL OF'.
          05 LINE 22 COLUMN 53 VALUE 'LINE'.
          05 LINE 22 COLUMN 58 PIC X(02) USING AI-LINE-NO.
          05 LINE 23 COLUMN 05 VALUE '        X : END'.
          05 LINE 23 COLUMN 22 PIC X(01) USING AI-REPLY.
      *
      *---------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N             *
      *---------------------------------------------------------------*
      *
       PROCEDURE DIVISION.
      *
       1000-MAIN.
      *
           OPEN INPUT ACCT-INDEX
           IF FS-ACCT-INDEX <> '00' THEN
              DISPLAY 'ACCT-INDEX ACCESS ERROR - STATUS IS : '
                      FS-ACCT-INDEX
              DISPLAY 'ACCTINQ - RUN THE MSGSTORE LOAD FIRST'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE SPACES TO LIST-TABLE, LIST-MSGID-TABLE
           PERFORM 2000-INQUIRY-CYCLE
                   THRU 2000-INQUIRY-CYCLE-EXIT
                   UNTIL SESSION-DONE
      *
           PERFORM 3000-END.
      *
       2000-INQUIRY-CYCLE.
      *
           MOVE SPACE  TO AI-REPLY
           MOVE SPACES TO AI-LINE-NO
           ACCEPT ACCOUNT-SCREEN
           MOVE SPACES TO AI-STATUS-LINE
           EVALUATE TRUE
              WHEN AI-REPLY = 'X' OR AI-REPLY = 'x'
                 SET SESSION-DONE TO TRUE
              WHEN AI-REPLY = 'D' OR AI-REPLY = 'd'
                 PERFORM 2300-DRILL-DOWN
                         THRU 2300-DRILL-DOWN-EXIT
              WHEN AI-ACCOUNT NOT = SPACES
                 PERFORM 2100-NEW-SEARCH
                         THRU 2100-NEW-SEARCH-EXIT
              WHEN HELD-ACCOUNT NOT = SPACES
                 PERFORM 2200-BUILD-PAGE
                         THRU 2200-BUILD-PAGE-EXIT
              WHEN OTHER
                 MOVE 'KEY AN ACCOUNT, AND A DATE RANGE IF WANTED'
                      TO AI-STATUS-LINE
           END-EVALUATE.
      *
       2000-INQUIRY-CYCLE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-NEW-SEARCH TAKES A FRESHLY KEYED ACCOUNT. THE INDEX   *
      *    KEY LEADS WITH THE ACCOUNT AND THE RECEIVED DATE, SO THE   *
      *    FIRST PAGE STARTS AT THE ACCOUNT'S FROM-DATE.              *
      *---------------------------------------------------------------*
       2100-NEW-SEARCH.
      *
           IF AI-DATE-FROM NOT = SPACES AND AI-DATE-TO NOT = SPACES
              AND AI-DATE-FROM > AI-DATE-TO THEN
              MOVE 'DATE FROM IS AFTER DATE TO' TO AI-STATUS-LINE
              GO TO 2100-NEW-SEARCH-EXIT
           END-IF
           MOVE AI-ACCOUNT   TO HELD-ACCOUNT
           MOVE AI-DATE-FROM TO HELD-DATE-FROM
           MOVE AI-DATE-TO   TO HELD-DATE-TO
           MOVE SPACES       TO AI-ACCOUNT, SHOW-ACCOUNT
           MOVE SPACES       TO LIST-TABLE, LIST-MSGID-TABLE
           MOVE ZEROS        TO PAGE-COUNT
      *
           MOVE SPACES         TO AX-RECORD
           MOVE HELD-ACCOUNT   TO AX-ACCOUNT
           MOVE HELD-DATE-FROM TO AX-RECEIVED-DATE
           MOVE LOW-VALUES     TO AX-MSGID
           MOVE AX-KEY         TO LAST-KEY-LISTED
           START ACCT-INDEX KEY IS >= AX-KEY
           IF FS-ACCT-INDEX <> '00' THEN
              MOVE 'NO MESSAGES FOR THAT ACCOUNT IN THE RANGE'
                   TO AI-STATUS-LINE
              MOVE SPACES TO HELD-ACCOUNT
              GO TO 2100-NEW-SEARCH-EXIT
           END-IF
           PERFORM 2210-FILL-PAGE THRU 2210-FILL-PAGE-EXIT
           IF LIST-COUNT = 0 THEN
              MOVE 'NO MESSAGES FOR THAT ACCOUNT IN THE RANGE'
                   TO AI-STATUS-LINE
              MOVE SPACES TO HELD-ACCOUNT
           END-IF.
      *
       2100-NEW-SEARCH-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-BUILD-PAGE CARRIES ON FROM THE LAST ENTRY LISTED.     *
      *---------------------------------------------------------------*
       2200-BUILD-PAGE.
      *
           MOVE LAST-KEY-LISTED TO AX-KEY
           START ACCT-INDEX KEY IS > AX-KEY
           IF FS-ACCT-INDEX <> '00' THEN
              MOVE 'NO MORE MESSAGES FOR THIS ACCOUNT'
                   TO AI-STATUS-LINE
              GO TO 2200-BUILD-PAGE-EXIT
           END-IF
           PERFORM 2210-FILL-PAGE THRU 2210-FILL-PAGE-EXIT
           IF LIST-COUNT = 0 THEN
              MOVE 'NO MORE MESSAGES FOR THIS ACCOUNT'
                   TO AI-STATUS-LINE
           END-IF.
      *
       2200-BUILD-PAGE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2210-FILL-PAGE READS UP TO ONE SCREEN OF ENTRIES FROM THE  *
      *    POSITIONED INDEX. AN EMPTY READ LEAVES THE LAST PAGE UP.   *
      *---------------------------------------------------------------*
       2210-FILL-PAGE.
      *
           MOVE ZEROS TO LIST-COUNT
           SET LIST-NEOF TO TRUE
           PERFORM 2220-LIST-ONE-ENTRY
                   THRU 2220-LIST-ONE-ENTRY-EXIT
                   VARYING LS-INDEX FROM 1 BY 1
                   UNTIL LS-INDEX > LIST-MAX OR LIST-EOF
           IF LIST-COUNT = 0 THEN
              GO TO 2210-FILL-PAGE-EXIT
           END-IF
           ADD 1 TO PAGE-COUNT
           MOVE SPACES TO AI-STATUS-LINE
           IF LIST-EOF THEN
              STRING 'PAGE '          DELIMITED BY SIZE
                     PAGE-COUNT       DELIMITED BY SIZE
                     ' - END OF LIST' DELIMITED BY SIZE
                INTO AI-STATUS-LINE
           ELSE
              STRING 'PAGE '          DELIMITED BY SIZE
                     PAGE-COUNT       DELIMITED BY SIZE
                     ' - ENTER FOR THE NEXT PAGE'
                                      DELIMITED BY SIZE
                INTO AI-STATUS-LINE
           END-IF.
      *
       2210-FILL-PAGE-EXIT.
           EXIT.
      *
       2220-LIST-ONE-ENTRY.
      *
           READ ACCT-INDEX NEXT
           IF FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02' THEN
              SET LIST-EOF TO TRUE
              GO TO 2220-LIST-ONE-ENTRY-EXIT
           END-IF
           IF AX-ACCOUNT NOT = HELD-ACCOUNT THEN
              SET LIST-EOF TO TRUE
              GO TO 2220-LIST-ONE-ENTRY-EXIT
           END-IF
           IF HELD-DATE-TO NOT = SPACES
              AND AX-RECEIVED-DATE > HELD-DATE-TO THEN
              SET LIST-EOF TO TRUE
              GO TO 2220-LIST-ONE-ENTRY-EXIT
           END-IF
      *
      *    THE FIRST ENTRY OF A NEW PAGE CLEARS THE LAST ONE, SO AN
      *    EMPTY NEXT-PAGE READ LEAVES THE OLD PAGE ON THE SCREEN.
      *
           IF LIST-COUNT = 0 THEN
              MOVE SPACES TO LIST-TABLE, LIST-MSGID-TABLE
              PERFORM 2250-MASK-ACCOUNT THRU 2250-MASK-ACCOUNT-EXIT
           END-IF
           ADD 1 TO LIST-COUNT
           MOVE AX-KEY   TO LAST-KEY-LISTED
           MOVE AX-MSGID TO LIST-MSGID(LIST-COUNT)
           STRING LIST-COUNT        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AX-RECEIVED-DATE  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AX-TXN-CODE       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AX-REF-NUMBER     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  AX-SOURCE-QUEUE   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AX-STATUS         DELIMITED BY SIZE
             INTO LIST-LINE(LIST-COUNT).
      *
       2220-LIST-ONE-ENTRY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2250-MASK-ACCOUNT STARS THE HELD ACCOUNT OUT OVER ITS      *
      *    CONFIGURED LENGTH, LEAVING THE LAST FOUR CHARACTERS - THE  *
      *    SAME RULE MSGINQ APPLIES TO A MASK.CONFIG FIELD.           *
      *---------------------------------------------------------------*
       2250-MASK-ACCOUNT.
      *
           MOVE HELD-ACCOUNT TO SHOW-ACCOUNT
           MOVE AX-FIELD-LENGTH TO MASK-FIELD-LEN
           IF MASK-FIELD-LEN > 34 THEN
              MOVE 34 TO MASK-FIELD-LEN
           END-IF
           IF MASK-FIELD-LEN <= 4 THEN
              GO TO 2250-MASK-ACCOUNT-EXIT
           END-IF
           COMPUTE MASK-FILL-LEN = MASK-FIELD-LEN - 4
           MOVE ALL '*' TO SHOW-ACCOUNT(1:MASK-FILL-LEN).
      *
       2250-MASK-ACCOUNT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-DRILL-DOWN RUNS MSGINQ ON THE MESSAGE OF THE CHOSEN  *
      *    LINE. MSGINQ OPENS THE STORE INPUT ONLY, SO THE TWO DO    *
      *    NOT CONTEND FOR IT.                                       *
      *---------------------------------------------------------------*
       2300-DRILL-DOWN.
      *
           IF AI-LINE-NO IS NOT NUMERIC THEN
              IF AI-LINE-NO(2:1) = SPACE
                 AND AI-LINE-NO(1:1) IS NUMERIC THEN
                 MOVE AI-LINE-NO(1:1) TO PICK-INDEX
              ELSE
                 MOVE 'KEY THE LINE NUMBER TO SEE IN DETAIL'
                      TO AI-STATUS-LINE
                 GO TO 2300-DRILL-DOWN-EXIT
              END-IF
           ELSE
              MOVE AI-LINE-NO TO PICK-INDEX
           END-IF
           IF PICK-INDEX = 0 OR PICK-INDEX > LIST-MAX THEN
              MOVE 'NO SUCH LINE ON THIS PAGE' TO AI-STATUS-LINE
              GO TO 2300-DRILL-DOWN-EXIT
           END-IF
           IF LIST-MSGID(PICK-INDEX) = SPACES THEN
              MOVE 'NO SUCH LINE ON THIS PAGE' TO AI-STATUS-LINE
              GO TO 2300-DRILL-DOWN-EXIT
           END-IF
      *
           MOVE SPACES TO COMMAND-TEXT
           STRING './msginq '             DELIMITED BY SIZE
                  LIST-MSGID(PICK-INDEX)  DELIMITED BY SIZE
             INTO COMMAND-TEXT
           CALL 'SYSTEM' USING COMMAND-TEXT
           MOVE RETURN-CODE TO SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           IF SYSTEM-STATUS NOT = 0 THEN
              MOVE SPACES TO AI-STATUS-LINE
              STRING 'MSGINQ COULD NOT SHOW MESSAGE '
                                            DELIMITED BY SIZE
                     LIST-MSGID(PICK-INDEX) DELIMITED BY SIZE
                INTO AI-STATUS-LINE
           END-IF.
      *
       2300-DRILL-DOWN-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE ACCT-INDEX.
           STOP RUN.
