      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      COMPHOLD.
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
      *    COMPHOLD IS THE COMPLIANCE SCREEN OVER THE PAYMENTS AND
      *    ADJUSTMENTS CONSUMER HELD BECAUSE THEIR ACCOUNT IS ON THE
      *    WATCH LIST. IT LISTS THE HOLDS STILL PENDING AND LETS AN
      *    AUTHORISED USER RELEASE ONE - THE HELD RECORD IS APPENDED
      *    TO THE DAY'S TYPED FILE IT WOULD HAVE GONE TO - OR REJECT
      *    IT WITH A REASON. EITHER WAY THE REGISTER ENTRY RECORDS
      *    WHO DECIDED AND WHEN. ACCOUNTS ARE SHOWN STARRED OUT BUT
      *    FOR THEIR LAST FOUR CHARACTERS. A HOLD WHOSE BATCH HAS
      *    SINCE BEEN RECALLED IS NEVER RELEASED : THE RELEASE IS
      *    REFUSED AND THE HOLD REJECTED.
      *
        COPY 'select-hold-register.cpy'.
        COPY 'select-recall-log.cpy'.
      *
      *    COMPHOLD-PARM NAMES THE USERS ALLOWED TO DECIDE A HOLD,
      *    ONE AUTHORISED=USERID LINE EACH. ANYONE ELSE MAY LIST.
      *
           SELECT COMPHOLD-PARM
               ASSIGN TO 'COMPHOLD.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COMPHOLD-PARM.
      *
      *    HOLD-FILE IS ONE DAY'S HOLD.YYYYMMDD, READ TO FIND THE
      *    HELD RECORD IMAGE; TYPE-FILE THE PAYMENTS.YYYYMMDD OR
      *    ADJUST.YYYYMMDD A RELEASED RECORD IS APPENDED TO.
      *
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD-FILE.
      *
           SELECT TYPE-FILE
               ASSIGN TO DYNAMIC WS-TYPE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TYPE-FILE.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-hold-register.cpy'.
      *
       COPY 'fd-recall-log.cpy'.
      *
       FD  COMPHOLD-PARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  COMPHOLD-PARM-LINE          PIC X(80).
      *
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  HOLD-RECORD                 PIC X(2104).
      *
       FD  TYPE-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TYPE-RECORD                 PIC X(2104).
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-COMPHOLD-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'COMPHOLD'.
      *
       01 FS-HOLD-REGISTER  PIC X(02) VALUE '00'.
       01 FS-COMPHOLD-PARM  PIC X(02) VALUE '00'.
       01 FS-HOLD-FILE      PIC X(02) VALUE '00'.
       01 FS-TYPE-FILE      PIC X(02) VALUE '00'.
       01 FS-RECALL-LOG     PIC X(02) VALUE '00'.
       01 WS-HOLD-NAME      PIC X(30) VALUE SPACES.
       01 WS-TYPE-NAME      PIC X(30) VALUE SPACES.
      *
       01 W-DATA.
          05 SESSION-SW         PIC 9 VALUE 0.
             88 SESSION-DONE    VALUE 1.
             88 SESSION-LIVE    VALUE 0.
          05 LIST-EOF-SW        PIC 9 VALUE 0.
             88 LIST-EOF        VALUE 1.
             88 LIST-NEOF       VALUE 0.
          05 PARM-EOF-SW        PIC 9 VALUE 0.
             88 PARM-EOF        VALUE 1.
             88 PARM-NEOF       VALUE 0.
          05 HOLD-EOF-SW        PIC 9 VALUE 0.
             88 HOLD-EOF        VALUE 1.
             88 HOLD-NEOF       VALUE 0.
          05 IMAGE-SW           PIC 9 VALUE 0.
             88 IMAGE-FOUND     VALUE 1.
             88 IMAGE-NFOUND    VALUE 0.
          05 RECALL-SW          PIC 9 VALUE 0.
             88 BATCH-RECALLED  VALUE 1.
             88 BATCH-NRECALLED VALUE 0.
          05 RECALL-EOF-SW      PIC 9 VALUE 0.
             88 RECALL-EOF      VALUE 1.
             88 RECALL-NEOF     VALUE 0.
          05 AUTH-SW            PIC 9 VALUE 0.
             88 USER-AUTHORISED VALUE 1.
             88 USER-NAUTHORISED VALUE 0.
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
       01 PARM-KEY           PIC X(20) VALUE SPACES.
       01 PARM-VALUE         PIC X(60) VALUE SPACES.
      *
      *    THE FIELDS KEYED BY THE OPERATOR, AND WHO THE OPERATOR IS
      *    (THE LOGON USER, STAMPED ON EVERY DECISION).
      *
       01 CH-LINE-NO         PIC X(02) VALUE SPACES.
       01 CH-REASON          PIC X(40) VALUE SPACES.
       01 CH-REPLY           PIC X(01) VALUE SPACE.
       01 CH-USER            PIC X(08) VALUE SPACES.
       01 STATUS-LINE        PIC X(70) VALUE SPACES.
      *
       01 AUTH-TABLE.
          05 AUTH-USER OCCURS 50 TIMES PIC X(08).
       01 AUTH-COUNT         PIC 9(02) VALUE ZEROS.
       01 AUTH-MAX           PIC 9(02) VALUE 50.
       01 AU-INDEX           PIC 9(02) VALUE ZEROS.
      *
      *    PAGING - THE PENDING HOLDS ARE READ THROUGH THE STATUS
      *    KEY, WHERE THEY ARE IN THE ORDER CONSUMER HELD THEM. A
      *    PAGE IS FOUND AGAIN BY SKIPPING THE ENTRIES BEFORE IT; A
      *    DECISION TAKES AN ENTRY OFF THE LIST, SO THE SAME PAGE IS
      *    SHOWN AGAIN AFTER ONE.
      *
       01 PAGE-SKIP          PIC 9(06) VALUE ZEROS.
       01 SKIP-COUNT         PIC 9(06) VALUE ZEROS.
       01 NEXT-PAGE-SW       PIC 9 VALUE 0.
          88 MORE-PENDING    VALUE 1.
          88 NO-MORE-PENDING VALUE 0.
      *
       01 LIST-TABLE.
          05 LIST-LINE OCCURS 12 TIMES PIC X(70).
       01 LIST-MSGID-TABLE.
          05 LIST-MSGID OCCURS 12 TIMES PIC X(20).
       01 LIST-MAX           PIC 9(02) VALUE 12.
       01 LIST-COUNT         PIC 9(02) VALUE ZEROS.
       01 LS-INDEX           PIC 9(02) VALUE ZEROS.
       01 PICK-INDEX         PIC 9(02) VALUE ZEROS.
       01 SHOW-ACCOUNT       PIC X(16) VALUE SPACES.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-COMPHOLD-WS-FIN'.
      *
       SCREEN SECTION.
      *--------------.
      *
       01 HOLD-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 20 VALUE 'COMPLIANCE HOLD RELEASE'.
          05 LINE 02 COLUMN 20 VALUE '======================='.
          05 LINE 03 COLUMN 05 VALUE 'USER :'.
          05 LINE 03 COLUMN 12 PIC X(08) FROM CH-USER.
          05 LINE 05 COLUMN 05
             VALUE 'NO HELD ON  CODE REFERENCE ACCOUNT'.
          05 LINE 05 COLUMN 49 VALUE 'LIST REASON'.
          05 LINE 06 COLUMN 05 PIC X(70) FROM LIST-LINE(1).
          05 LINE 07 COLUMN 05 PIC X(70) FROM LIST-LINE(2).
          05 LINE 08 COLUMN 05 PIC X(70) FROM LIST-LINE(3).
          05 LINE 09 COLUMN 05 PIC X(70) FROM LIST-LINE(4).
          05 LINE 10 COLUMN 05 PIC X(70) FROM LIST-LINE(5).
          05 LINE 11 COLUMN 05 PIC X(70) FROM LIST-LINE(6).
          05 LINE 12 COLUMN 05 PIC X(70) FROM LIST-LINE(7).
          05 LINE 13 COLUMN 05 PIC X(70) FROM LIST-LINE(8).
          05 LINE 14 COLUMN 05 PIC X(70) FROM LIST-LINE(9).
          05 LINE 15 COLUMN 05 PIC X(70) FROM LIST-LINE(10).
          05 LINE 16 COLUMN 05 PIC X(70) FROM LIST-LINE(11).
          05 LINE 17 COLUMN 05 PIC X(70) FROM LIST-LINE(12).
          05 LINE 19 COLUMN 05 VALUE 'LINE   :'.
          05 LINE 19 COLUMN 14 PIC X(02) USING CH-LINE-NO.
          05 LINE 20 COLUMN 05 VALUE 'REASON :'.
          05 LINE 20 COLUMN 14 PIC X(40) USING CH-REASON.
          05 LINE 21 COLUMN 05 PIC X(70) FROM STATUS-LINE.
          05 LINE 22 COLUMN 05
             VALUE 'REPLY - R : RELEASE LINE, J : REJECT LINE,'.
          05 LINE 22 COLUMN 48
             VALUE 'ENTER : NEXT PAGE, X : END'.
          05 LINE 23 COLUMN 05 PIC X(01) USING CH-REPLY.
      *
      *---------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N             *
      *---------------------------------------------------------------*
      *
       PROCEDURE DIVISION.
      *
       1000-MAIN.
      *
           ACCEPT CH-USER FROM ENVIRONMENT 'USER'
           IF CH-USER = SPACES THEN
              MOVE 'UNKNOWN' TO CH-USER
           END-IF
           PERFORM 1500-LOAD-AUTHORISED
                   THRU 1500-LOAD-AUTHORISED-EXIT
      *
           OPEN I-O HOLD-REGISTER
           IF FS-HOLD-REGISTER <> '00' THEN
              DISPLAY 'HOLD-REGISTER ACCESS ERROR - STATUS IS : '
                      FS-HOLD-REGISTER
              DISPLAY 'COMPHOLD - NOTHING HAS BEEN HELD YET'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           IF USER-NAUTHORISED THEN
              MOVE 'YOU MAY LIST HOLDS BUT NOT RELEASE OR REJECT THEM'
                   TO STATUS-LINE
           END-IF
           PERFORM 2000-HOLD-CYCLE
                   THRU 2000-HOLD-CYCLE-EXIT
                   UNTIL SESSION-DONE
      *
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1500-LOAD-AUTHORISED READS COMPHOLD.PARM AND SETS WHETHER *
      *    THE LOGON USER MAY RELEASE OR REJECT. NO FILE MEANS NOBODY*
      *    MAY - THE SCREEN STILL LISTS.                             *
      *---------------------------------------------------------------*
       1500-LOAD-AUTHORISED.
      *
           SET USER-NAUTHORISED TO TRUE
           OPEN INPUT COMPHOLD-PARM
           IF FS-COMPHOLD-PARM <> '00' THEN
              GO TO 1500-LOAD-AUTHORISED-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 1510-AUTHORISED-LINE
                   THRU 1510-AUTHORISED-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE COMPHOLD-PARM
           PERFORM 1520-CHECK-ONE-USER
                   THRU 1520-CHECK-ONE-USER-EXIT
                   VARYING AU-INDEX FROM 1 BY 1
                   UNTIL AU-INDEX > AUTH-COUNT OR USER-AUTHORISED.
      *
       1500-LOAD-AUTHORISED-EXIT.
           EXIT.
      *
       1510-AUTHORISED-LINE.
      *
           READ COMPHOLD-PARM
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 1510-AUTHORISED-LINE-EXIT
           END-READ
           IF COMPHOLD-PARM-LINE(1:1) = '*'
              OR COMPHOLD-PARM-LINE = SPACES THEN
              GO TO 1510-AUTHORISED-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING COMPHOLD-PARM-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           IF PARM-KEY NOT = 'AUTHORISED' OR PARM-VALUE = SPACES THEN
              GO TO 1510-AUTHORISED-LINE-EXIT
           END-IF
           IF AUTH-COUNT < AUTH-MAX THEN
              ADD 1 TO AUTH-COUNT
              MOVE PARM-VALUE(1:8) TO AUTH-USER(AUTH-COUNT)
           END-IF.
      *
       1510-AUTHORISED-LINE-EXIT.
           EXIT.
      *
       1520-CHECK-ONE-USER.
      *
           IF AUTH-USER(AU-INDEX) = CH-USER THEN
              SET USER-AUTHORISED TO TRUE
           END-IF.
      *
       1520-CHECK-ONE-USER-EXIT.
           EXIT.
      *
       2000-HOLD-CYCLE.
      *
           PERFORM 2100-BUILD-PAGE
                   THRU 2100-BUILD-PAGE-EXIT
           MOVE SPACE  TO CH-REPLY
           ACCEPT HOLD-SCREEN
           MOVE SPACES TO STATUS-LINE
           EVALUATE TRUE
              WHEN CH-REPLY = 'X' OR CH-REPLY = 'x'
                 SET SESSION-DONE TO TRUE
              WHEN CH-REPLY = 'R' OR CH-REPLY = 'r'
                 PERFORM 2300-RELEASE-HOLD
                         THRU 2300-RELEASE-HOLD-EXIT
              WHEN CH-REPLY = 'J' OR CH-REPLY = 'j'
                 PERFORM 2400-REJECT-HOLD
                         THRU 2400-REJECT-HOLD-EXIT
              WHEN OTHER
                 IF MORE-PENDING THEN
                    ADD LIST-COUNT TO PAGE-SKIP
                 ELSE
                    MOVE ZEROS TO PAGE-SKIP
                 END-IF
           END-EVALUATE.
      *
       2000-HOLD-CYCLE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-BUILD-PAGE FILLS THE LIST WITH THE PENDING HOLDS,     *
      *    SKIPPING THOSE ON THE EARLIER PAGES.                       *
      *---------------------------------------------------------------*
       2100-BUILD-PAGE.
      *
           MOVE SPACES TO LIST-TABLE, LIST-MSGID-TABLE
           MOVE ZEROS  TO LIST-COUNT, SKIP-COUNT
           SET NO-MORE-PENDING TO TRUE
           MOVE SPACES TO HR-RECORD
           SET HR-PENDING TO TRUE
           START HOLD-REGISTER KEY IS = HR-STATUS
           IF FS-HOLD-REGISTER <> '00' THEN
              MOVE ZEROS TO PAGE-SKIP
              IF STATUS-LINE = SPACES THEN
                 MOVE 'NO HOLDS ARE PENDING' TO STATUS-LINE
              END-IF
              GO TO 2100-BUILD-PAGE-EXIT
           END-IF
           SET LIST-NEOF TO TRUE
           PERFORM 2110-SKIP-ONE-ENTRY
                   THRU 2110-SKIP-ONE-ENTRY-EXIT
                   UNTIL SKIP-COUNT >= PAGE-SKIP OR LIST-EOF
           PERFORM 2120-LIST-ONE-ENTRY
                   THRU 2120-LIST-ONE-ENTRY-EXIT
                   VARYING LS-INDEX FROM 1 BY 1
                   UNTIL LS-INDEX > LIST-MAX OR LIST-EOF
      *
      *    ONE READ PAST A FULL PAGE SAYS WHETHER ANOTHER FOLLOWS.
      *
           IF LIST-NEOF THEN
              READ HOLD-REGISTER NEXT
              IF (FS-HOLD-REGISTER = '00' OR FS-HOLD-REGISTER = '02')
                 AND HR-PENDING THEN
                 SET MORE-PENDING TO TRUE
              END-IF
           END-IF
      *
           IF LIST-COUNT = 0 AND PAGE-SKIP > 0 THEN
              MOVE ZEROS TO PAGE-SKIP
              GO TO 2100-BUILD-PAGE
           END-IF
           IF STATUS-LINE NOT = SPACES THEN
              GO TO 2100-BUILD-PAGE-EXIT
           END-IF
           IF LIST-COUNT = 0 THEN
              MOVE 'NO HOLDS ARE PENDING' TO STATUS-LINE
           ELSE
              IF MORE-PENDING THEN
                 MOVE 'MORE HOLDS PENDING - ENTER FOR THE NEXT PAGE'
                      TO STATUS-LINE
              ELSE
                 MOVE 'END OF PENDING HOLDS' TO STATUS-LINE
              END-IF
           END-IF.
      *
       2100-BUILD-PAGE-EXIT.
           EXIT.
      *
       2110-SKIP-ONE-ENTRY.
      *
           READ HOLD-REGISTER NEXT
           IF FS-HOLD-REGISTER <> '00' AND FS-HOLD-REGISTER <> '02'
              THEN
              SET LIST-EOF TO TRUE
              GO TO 2110-SKIP-ONE-ENTRY-EXIT
           END-IF
           IF NOT HR-PENDING THEN
              SET LIST-EOF TO TRUE
              GO TO 2110-SKIP-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO SKIP-COUNT.
      *
       2110-SKIP-ONE-ENTRY-EXIT.
           EXIT.
      *
       2120-LIST-ONE-ENTRY.
      *
           READ HOLD-REGISTER NEXT
           IF FS-HOLD-REGISTER <> '00' AND FS-HOLD-REGISTER <> '02'
              THEN
              SET LIST-EOF TO TRUE
              GO TO 2120-LIST-ONE-ENTRY-EXIT
           END-IF
           IF NOT HR-PENDING THEN
              SET LIST-EOF TO TRUE
              GO TO 2120-LIST-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO LIST-COUNT
           MOVE HR-MSGID TO LIST-MSGID(LIST-COUNT)
           MOVE ALL '*'  TO SHOW-ACCOUNT
           MOVE HR-ACCOUNT(13:4) TO SHOW-ACCOUNT(13:4)
           STRING LIST-COUNT        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  HR-HOLD-DATE      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  HR-TXN-CODE       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  HR-REF-NUMBER     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SHOW-ACCOUNT      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  HR-LIST-REASON    DELIMITED BY SIZE
             INTO LIST-LINE(LIST-COUNT).
      *
       2120-LIST-ONE-ENTRY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-PICK-HOLD TURNS THE KEYED LINE NUMBER INTO THE HELD   *
      *    MESSAGE AND READS ITS REGISTER ENTRY, WHICH MUST STILL BE  *
      *    PENDING - SOMEONE ELSE MAY HAVE DECIDED IT MEANWHILE.      *
      *    PICK-INDEX IS LEFT ZERO WHEN THE PICK IS NO GOOD.          *
      *---------------------------------------------------------------*
       2200-PICK-HOLD.
      *
           MOVE ZEROS TO PICK-INDEX
           IF USER-NAUTHORISED THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'USER '       DELIMITED BY SIZE
                     CH-USER       DELIMITED BY SPACE
                     ' IS NOT AUTHORISED TO DECIDE HOLDS'
                                   DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2200-PICK-HOLD-EXIT
           END-IF
           IF CH-LINE-NO IS NOT NUMERIC THEN
              IF CH-LINE-NO(2:1) = SPACE
                 AND CH-LINE-NO(1:1) IS NUMERIC THEN
                 MOVE CH-LINE-NO(1:1) TO PICK-INDEX
              ELSE
                 MOVE 'KEY THE LINE NUMBER TO DECIDE' TO STATUS-LINE
                 GO TO 2200-PICK-HOLD-EXIT
              END-IF
           ELSE
              MOVE CH-LINE-NO TO PICK-INDEX
           END-IF
           IF PICK-INDEX = 0 OR PICK-INDEX > LIST-MAX THEN
              MOVE ZEROS TO PICK-INDEX
              MOVE 'NO SUCH LINE ON THIS PAGE' TO STATUS-LINE
              GO TO 2200-PICK-HOLD-EXIT
           END-IF
           IF LIST-MSGID(PICK-INDEX) = SPACES THEN
              MOVE ZEROS TO PICK-INDEX
              MOVE 'NO SUCH LINE ON THIS PAGE' TO STATUS-LINE
              GO TO 2200-PICK-HOLD-EXIT
           END-IF
      *
           MOVE LIST-MSGID(PICK-INDEX) TO HR-MSGID
           READ HOLD-REGISTER KEY IS HR-MSGID
           IF FS-HOLD-REGISTER <> '00' THEN
              MOVE ZEROS TO PICK-INDEX
              MOVE SPACES TO STATUS-LINE
              STRING 'HOLD-REGISTER READ FAILED, STATUS '
                                      DELIMITED BY SIZE
                     FS-HOLD-REGISTER DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2200-PICK-HOLD-EXIT
           END-IF
           IF NOT HR-PENDING THEN
              MOVE ZEROS TO PICK-INDEX
              MOVE SPACES TO STATUS-LINE
              STRING 'ALREADY '      DELIMITED BY SIZE
                     HR-STATUS       DELIMITED BY SPACE
                     ' BY '          DELIMITED BY SIZE
                     HR-DECIDED-BY   DELIMITED BY SIZE
                INTO STATUS-LINE
           END-IF.
      *
       2200-PICK-HOLD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-RELEASE-HOLD FINDS THE HELD RECORD ON ITS HOLD FILE   *
      *    AND APPENDS IT TO TODAY'S TYPED FILE FOR ITS ROUTE, THEN   *
      *    MARKS THE ENTRY RELEASED. THE TYPED FILE IS WRITTEN FIRST  *
      *    SO A FAILURE NEVER LEAVES A RELEASED ENTRY WITH NOTHING    *
      *    DELIVERED. IF THE HELD RECORD'S BATCH IS ON RECALL.LOG FOR *
      *    ITS QUEUE THE BATCH WAS CANCELLED AFTER IT WAS HELD, SO    *
      *    NOTHING IS DELIVERED AND THE ENTRY IS REJECTED INSTEAD.    *
      *---------------------------------------------------------------*
       2300-RELEASE-HOLD.
      *
           PERFORM 2200-PICK-HOLD THRU 2200-PICK-HOLD-EXIT
           IF PICK-INDEX = 0 THEN
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
      *
           MOVE SPACES TO WS-HOLD-NAME
           STRING 'HOLD.'        DELIMITED BY SIZE
                  HR-HOLD-DATE   DELIMITED BY SIZE
             INTO WS-HOLD-NAME
           OPEN INPUT HOLD-FILE
           IF FS-HOLD-FILE <> '00' THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'CANNOT OPEN '  DELIMITED BY SIZE
                     WS-HOLD-NAME    DELIMITED BY SPACE
                     ', STATUS '     DELIMITED BY SIZE
                     FS-HOLD-FILE    DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
           SET IMAGE-NFOUND TO TRUE
           SET HOLD-NEOF TO TRUE
           PERFORM 2310-FIND-IMAGE
                   THRU 2310-FIND-IMAGE-EXIT
                   UNTIL IMAGE-FOUND OR HOLD-EOF
           CLOSE HOLD-FILE
           IF IMAGE-NFOUND THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'HELD RECORD NOT FOUND ON '  DELIMITED BY SIZE
                     WS-HOLD-NAME                 DELIMITED BY SPACE
                INTO STATUS-LINE
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
      *
           PERFORM 2320-CHECK-RECALL THRU 2320-CHECK-RECALL-EXIT
           IF FS-RECALL-LOG <> '00' AND FS-RECALL-LOG <> '35' THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'CANNOT READ RECALL.LOG, STATUS ' DELIMITED BY SIZE
                     FS-RECALL-LOG   DELIMITED BY SIZE
                     ' - NOT RELEASED' DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
           IF BATCH-RECALLED THEN
              PERFORM 2330-REJECT-RECALLED
                 THRU 2330-REJECT-RECALLED-EXIT
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES TO WS-TYPE-NAME
           IF HR-ROUTE-FILE-NO = 2 THEN
              STRING 'ADJUST.'   DELIMITED BY SIZE
                     F-DATE      DELIMITED BY SIZE
                INTO WS-TYPE-NAME
           ELSE
              STRING 'PAYMENTS.' DELIMITED BY SIZE
                     F-DATE      DELIMITED BY SIZE
                INTO WS-TYPE-NAME
           END-IF
           OPEN EXTEND TYPE-FILE
           IF FS-TYPE-FILE = '35' OR FS-TYPE-FILE = '05' THEN
              OPEN OUTPUT TYPE-FILE
           END-IF
           IF FS-TYPE-FILE <> '00' THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'CANNOT OPEN '  DELIMITED BY SIZE
                     WS-TYPE-NAME    DELIMITED BY SPACE
                     ', STATUS '     DELIMITED BY SIZE
                     FS-TYPE-FILE    DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
           WRITE TYPE-RECORD FROM HOLD-RECORD
           IF FS-TYPE-FILE <> '00' THEN
              CLOSE TYPE-FILE
              MOVE SPACES TO STATUS-LINE
              STRING 'WRITE TO '     DELIMITED BY SIZE
                     WS-TYPE-NAME    DELIMITED BY SPACE
                     ' FAILED, STATUS ' DELIMITED BY SIZE
                     FS-TYPE-FILE    DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
           CLOSE TYPE-FILE
      *
           SET HR-RELEASED       TO TRUE
           MOVE CH-USER          TO HR-DECIDED-BY
           MOVE FULL-DATETIME    TO HR-DECIDED-TIMESTAMP
           MOVE CH-REASON        TO HR-DECISION-REASON
           REWRITE HR-RECORD
           MOVE SPACES TO STATUS-LINE
           IF FS-HOLD-REGISTER <> '00' THEN
              STRING 'WRITTEN TO '   DELIMITED BY SIZE
                     WS-TYPE-NAME    DELIMITED BY SPACE
                     ' BUT REGISTER NOT UPDATED, STATUS '
                                     DELIMITED BY SIZE
                     FS-HOLD-REGISTER DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2300-RELEASE-HOLD-EXIT
           END-IF
           STRING 'REFERENCE '      DELIMITED BY SIZE
                  HR-REF-NUMBER     DELIMITED BY SIZE
                  ' RELEASED TO '   DELIMITED BY SIZE
                  WS-TYPE-NAME      DELIMITED BY SPACE
             INTO STATUS-LINE
           MOVE SPACES TO CH-LINE-NO, CH-REASON.
      *
       2300-RELEASE-HOLD-EXIT.
           EXIT.
      *
      *    THE MESSAGE-ID SITS AT BYTES 32-51 OF THE HELD RECORD,
      *    AFTER THE RECEIVED TIMESTAMP AND THE SOURCE QUEUE.
      *
       2310-FIND-IMAGE.
      *
           READ HOLD-FILE
               AT END
                  SET HOLD-EOF TO TRUE
                  GO TO 2310-FIND-IMAGE-EXIT
           END-READ
           IF FS-HOLD-FILE <> '00' THEN
              SET HOLD-EOF TO TRUE
              GO TO 2310-FIND-IMAGE-EXIT
           END-IF
           IF HOLD-RECORD(32:20) = HR-MSGID THEN
              SET IMAGE-FOUND TO TRUE
           END-IF.
      *
       2310-FIND-IMAGE-EXIT.
           EXIT.
      *
      *    THE BATCH-ID SITS AT BYTES 88-95 OF THE HELD RECORD, OFFSET
      *    32 INTO THE WIRE HEADER THAT FOLLOWS THE 56-BYTE FILE-DATA
      *    HEADER. A MISSING RECALL.LOG MEANS NOTHING WAS RECALLED.
      *
       2320-CHECK-RECALL.
      *
           SET BATCH-NRECALLED TO TRUE
           OPEN INPUT RECALL-LOG
           IF FS-RECALL-LOG <> '00' THEN
              GO TO 2320-CHECK-RECALL-EXIT
           END-IF
           SET RECALL-NEOF TO TRUE
           PERFORM 2325-CHECK-ONE-RECALL
                   THRU 2325-CHECK-ONE-RECALL-EXIT
                   UNTIL BATCH-RECALLED OR RECALL-EOF
           CLOSE RECALL-LOG.
      *
       2320-CHECK-RECALL-EXIT.
           EXIT.
      *
       2325-CHECK-ONE-RECALL.
      *
           READ RECALL-LOG
               AT END
                  SET RECALL-EOF TO TRUE
                  GO TO 2325-CHECK-ONE-RECALL-EXIT
           END-READ
           IF RL-BATCH-ID = HOLD-RECORD(88:8)
              AND RL-QUEUE = HR-SOURCE-QUEUE THEN
              SET BATCH-RECALLED TO TRUE
           END-IF.
      *
       2325-CHECK-ONE-RECALL-EXIT.
           EXIT.
      *
       2330-REJECT-RECALLED.
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           SET HR-REJECTED       TO TRUE
           MOVE CH-USER          TO HR-DECIDED-BY
           MOVE FULL-DATETIME    TO HR-DECIDED-TIMESTAMP
           MOVE SPACES           TO HR-DECISION-REASON
           STRING 'BATCH '            DELIMITED BY SIZE
                  RL-BATCH-ID         DELIMITED BY SIZE
                  ' RECALLED - NOT RELEASED' DELIMITED BY SIZE
             INTO HR-DECISION-REASON
           REWRITE HR-RECORD
           MOVE SPACES TO STATUS-LINE
           IF FS-HOLD-REGISTER <> '00' THEN
              STRING 'BATCH '        DELIMITED BY SIZE
                     RL-BATCH-ID     DELIMITED BY SIZE
                     ' RECALLED, NOT RELEASED; REGISTER STATUS '
                                     DELIMITED BY SIZE
                     FS-HOLD-REGISTER DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2330-REJECT-RECALLED-EXIT
           END-IF
           STRING 'BATCH '           DELIMITED BY SIZE
                  RL-BATCH-ID        DELIMITED BY SIZE
                  ' WAS RECALLED - HOLD REJECTED, NOT RELEASED'
                                     DELIMITED BY SIZE
             INTO STATUS-LINE
           MOVE SPACES TO CH-LINE-NO, CH-REASON.
      *
       2330-REJECT-RECALLED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-REJECT-HOLD MARKS THE ENTRY REJECTED. THE RECORD IS   *
      *    NEVER DELIVERED; A REASON IS REQUIRED.                     *
      *---------------------------------------------------------------*
       2400-REJECT-HOLD.
      *
           IF CH-REASON = SPACES THEN
              MOVE 'A REASON IS REQUIRED TO REJECT' TO STATUS-LINE
              GO TO 2400-REJECT-HOLD-EXIT
           END-IF
           PERFORM 2200-PICK-HOLD THRU 2200-PICK-HOLD-EXIT
           IF PICK-INDEX = 0 THEN
              GO TO 2400-REJECT-HOLD-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           SET HR-REJECTED       TO TRUE
           MOVE CH-USER          TO HR-DECIDED-BY
           MOVE FULL-DATETIME    TO HR-DECIDED-TIMESTAMP
           MOVE CH-REASON        TO HR-DECISION-REASON
           REWRITE HR-RECORD
           MOVE SPACES TO STATUS-LINE
           IF FS-HOLD-REGISTER <> '00' THEN
              STRING 'HOLD-REGISTER REWRITE FAILED, STATUS '
                                      DELIMITED BY SIZE
                     FS-HOLD-REGISTER DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2400-REJECT-HOLD-EXIT
           END-IF
           STRING 'REFERENCE '      DELIMITED BY SIZE
                  HR-REF-NUMBER     DELIMITED BY SIZE
                  ' REJECTED'       DELIMITED BY SIZE
             INTO STATUS-LINE
           MOVE SPACES TO CH-LINE-NO, CH-REASON.
      *
       2400-REJECT-HOLD-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE HOLD-REGISTER.
           STOP RUN.
