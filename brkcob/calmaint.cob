      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      CALMAINT.
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
      *    CALMAINT KEEPS THE BANK HOLIDAY CALENDAR THE NIGHTLY
      *    CHAIN COUNTS BUSINESS DAYS AGAINST - TRENDRPT'S TRAILING
      *    WINDOW, HOUSEKEEP'S RETENTION AGES, RECONCIL'S FALLBACK
      *    DATE AND RUNCTL'S REFUSAL TO OPEN A CHAIN ON A DAY THE
      *    BANK IS SHUT. THE SCREEN LISTS THE HOLIDAYS FROM A KEYED
      *    DATE ONWARD AND ADDS, CHANGES OR DELETES ONE AT A TIME.
      *
        COPY 'select-holiday-cal.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-holiday-cal.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-CALMAINT-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'CALMAINT'.
      *
       COPY 'business-day.cpy'.
      *
       01 W-DATA.
          05 SESSION-SW         PIC 9 VALUE 0.
             88 SESSION-DONE    VALUE 1.
             88 SESSION-LIVE    VALUE 0.
          05 DATE-SW            PIC 9 VALUE 0.
             88 DATE-VALID      VALUE 1.
             88 DATE-INVALID    VALUE 0.
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
      *    THE FIELDS KEYED BY THE OPERATOR, AND WHO THE OPERATOR IS
      *    (THE LOGON USER, STAMPED ON EVERY RECORD ADDED).
      *
       01 CM-DATE            PIC X(08) VALUE SPACES.
       01 CM-DESCRIPTION     PIC X(30) VALUE SPACES.
       01 CM-REPLY           PIC X(01) VALUE SPACE.
       01 CM-LIST-FROM       PIC X(08) VALUE SPACES.
       01 CM-USER            PIC X(08) VALUE SPACES.
       01 STATUS-LINE        PIC X(70) VALUE SPACES.
      *
       01 EDIT-DATE          PIC 9(08) VALUE ZEROS.
       01 EDIT-DATE-BACK     PIC 9(08) VALUE ZEROS.
       01 EDIT-DATE-NUMBER   PIC 9(08) VALUE ZEROS.
      *
       01 DAY-NAME-VALUES.
          05 FILLER          PIC X(03) VALUE 'SUN'.
          05 FILLER          PIC X(03) VALUE 'MON'.
          05 FILLER          PIC X(03) VALUE 'TUE'.
          05 FILLER          PIC X(03) VALUE 'WED'.
          05 FILLER          PIC X(03) VALUE 'THU'.
          05 FILLER          PIC X(03) VALUE 'FRI'.
          05 FILLER          PIC X(03) VALUE 'SAT'.
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
          05 DAY-NAME OCCURS 7 TIMES PIC X(03).
      *
       01 LIST-TABLE.
          05 LIST-LINE OCCURS 12 TIMES PIC X(70).
       01 LIST-MAX           PIC 9(02) VALUE 12.
       01 LS-INDEX           PIC 9(02) VALUE ZEROS.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-CALMAINT-WS-FIN'.
      *
       SCREEN SECTION.
      *--------------.
      *
       01 CALENDAR-SCREEN.
          05 BLANK SCREEN.
          05 LINE 01 COLUMN 20 VALUE 'HOLIDAY CALENDAR MAINTENANCE'.
          05 LINE 02 COLUMN 20 VALUE '============================'.
          05 LINE 04 COLUMN 05 VALUE 'DATE (YYYYMMDD) :'.
          05 LINE 04 COLUMN 24 PIC X(08) USING CM-DATE.
          05 LINE 05 COLUMN 05 VALUE 'DESCRIPTION     :'.
          05 LINE 05 COLUMN 24 PIC X(30) USING CM-DESCRIPTION.
          05 LINE 07 COLUMN 05
             VALUE 'DATE     DAY DESCRIPTION'.
          05 LINE 07 COLUMN 49 VALUE 'ADDED BY'.
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
          05 LINE 21 COLUMN 05 PIC X(70) FROM STATUS-LINE.
          05 LINE 22 COLUMN 05
             VALUE 'REPLY - A : ADD/CHANGE, D : DELETE,'.
          05 LINE 22 COLUMN 41
             VALUE 'ENTER : LIST FROM DATE, X : END'.
          05 LINE 22 COLUMN 73 PIC X(01) USING CM-REPLY.
      *
      *---------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N             *
      *---------------------------------------------------------------*
      *
       PROCEDURE DIVISION.
      *
       1000-MAIN.
      *
           ACCEPT CM-USER FROM ENVIRONMENT 'USER'
           IF CM-USER = SPACES THEN
              MOVE 'UNKNOWN' TO CM-USER
           END-IF
      *
           OPEN I-O HOLIDAY-CAL
           IF FS-HOLIDAY-CAL = '35' OR FS-HOLIDAY-CAL = '05' THEN
              OPEN OUTPUT HOLIDAY-CAL
              CLOSE HOLIDAY-CAL
              OPEN I-O HOLIDAY-CAL
           END-IF
           IF FS-HOLIDAY-CAL <> '00' THEN
              DISPLAY 'HOLIDAY-CAL ACCESS ERROR - STATUS IS : '
                      FS-HOLIDAY-CAL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE F-DATE TO CM-LIST-FROM
           PERFORM 2000-MAINT-CYCLE
                   THRU 2000-MAINT-CYCLE-EXIT
                   UNTIL SESSION-DONE
      *
           CLOSE HOLIDAY-CAL
           STOP RUN.
      *
       2000-MAINT-CYCLE.
      *
           PERFORM 2100-BUILD-LIST
                   THRU 2100-BUILD-LIST-EXIT
           MOVE SPACE TO CM-REPLY
           ACCEPT CALENDAR-SCREEN
           MOVE SPACES TO STATUS-LINE
           EVALUATE TRUE
              WHEN CM-REPLY = 'X' OR CM-REPLY = 'x'
                 SET SESSION-DONE TO TRUE
              WHEN CM-REPLY = 'A' OR CM-REPLY = 'a'
                 PERFORM 2200-ADD-HOLIDAY
                         THRU 2200-ADD-HOLIDAY-EXIT
              WHEN CM-REPLY = 'D' OR CM-REPLY = 'd'
                 PERFORM 2300-DELETE-HOLIDAY
                         THRU 2300-DELETE-HOLIDAY-EXIT
              WHEN OTHER
                 IF CM-DATE NOT = SPACES THEN
                    PERFORM 2150-VALIDATE-DATE
                            THRU 2150-VALIDATE-DATE-EXIT
                    IF DATE-VALID THEN
                       MOVE CM-DATE TO CM-LIST-FROM
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       2000-MAINT-CYCLE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-BUILD-LIST FILLS THE LIST WITH THE HOLIDAYS ON OR    *
      *    AFTER CM-LIST-FROM, IN DATE ORDER.                        *
      *---------------------------------------------------------------*
       2100-BUILD-LIST.
      *
           MOVE SPACES TO LIST-TABLE
           MOVE CM-LIST-FROM TO HC-DATE
           START HOLIDAY-CAL KEY IS >= HC-DATE
           IF FS-HOLIDAY-CAL <> '00' THEN
              IF STATUS-LINE = SPACES THEN
                 MOVE SPACES TO STATUS-LINE
                 STRING 'NO HOLIDAYS ON FILE FROM ' DELIMITED BY SIZE
                        CM-LIST-FROM                DELIMITED BY SIZE
                   INTO STATUS-LINE
              END-IF
              GO TO 2100-BUILD-LIST-EXIT
           END-IF
           SET CAL-NEOF TO TRUE
           PERFORM 2110-LIST-ONE-HOLIDAY
                   THRU 2110-LIST-ONE-HOLIDAY-EXIT
                   VARYING LS-INDEX FROM 1 BY 1
                   UNTIL LS-INDEX > LIST-MAX OR CAL-EOF.
      *
       2100-BUILD-LIST-EXIT.
           EXIT.
      *
       2110-LIST-ONE-HOLIDAY.
      *
           READ HOLIDAY-CAL NEXT
           IF FS-HOLIDAY-CAL <> '00' THEN
              SET CAL-EOF TO TRUE
              GO TO 2110-LIST-ONE-HOLIDAY-EXIT
           END-IF
           MOVE HC-DATE TO CAL-DATE
           MOVE FUNCTION INTEGER-OF-DATE(CAL-DATE) TO CAL-DAY-NUMBER
           DIVIDE CAL-DAY-NUMBER BY 7 GIVING CAL-WEEKS
                  REMAINDER CAL-WEEKDAY
           MOVE SPACES TO LIST-LINE(LS-INDEX)
           STRING HC-DATE                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  DAY-NAME(CAL-WEEKDAY + 1) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  HC-DESCRIPTION          DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  HC-ADDED-BY             DELIMITED BY SIZE
             INTO LIST-LINE(LS-INDEX).
      *
       2110-LIST-ONE-HOLIDAY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2150-VALIDATE-DATE PROVES CM-DATE IS A REAL CALENDAR DATE *
      *    - IT MUST SURVIVE THE ROUND TRIP THROUGH ITS DAY NUMBER.  *
      *---------------------------------------------------------------*
       2150-VALIDATE-DATE.
      *
           SET DATE-INVALID TO TRUE
           IF CM-DATE IS NOT NUMERIC THEN
              MOVE 'DATE MUST BE YYYYMMDD' TO STATUS-LINE
              GO TO 2150-VALIDATE-DATE-EXIT
           END-IF
           MOVE CM-DATE TO EDIT-DATE
           IF EDIT-DATE(1:4) < '1601'
              OR EDIT-DATE(5:2) < '01' OR EDIT-DATE(5:2) > '12'
              OR EDIT-DATE(7:2) < '01' OR EDIT-DATE(7:2) > '31' THEN
              MOVE 'NOT A VALID DATE' TO STATUS-LINE
              GO TO 2150-VALIDATE-DATE-EXIT
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(EDIT-DATE)
             TO EDIT-DATE-NUMBER
           MOVE FUNCTION DATE-OF-INTEGER(EDIT-DATE-NUMBER)
             TO EDIT-DATE-BACK
           IF EDIT-DATE-BACK NOT = EDIT-DATE THEN
              MOVE 'NOT A VALID DATE' TO STATUS-LINE
              GO TO 2150-VALIDATE-DATE-EXIT
           END-IF
           SET DATE-VALID TO TRUE.
      *
       2150-VALIDATE-DATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-ADD-HOLIDAY ADDS THE KEYED DATE, OR CHANGES THE      *
      *    DESCRIPTION WHEN IT IS ALREADY ON FILE. A SATURDAY OR     *
      *    SUNDAY IS REFUSED - IT IS NEVER A BUSINESS DAY ANYWAY.    *
      *---------------------------------------------------------------*
       2200-ADD-HOLIDAY.
      *
           PERFORM 2150-VALIDATE-DATE
                   THRU 2150-VALIDATE-DATE-EXIT
           IF DATE-INVALID THEN
              GO TO 2200-ADD-HOLIDAY-EXIT
           END-IF
           IF CM-DESCRIPTION = SPACES THEN
              MOVE 'A DESCRIPTION IS REQUIRED' TO STATUS-LINE
              GO TO 2200-ADD-HOLIDAY-EXIT
           END-IF
           MOVE EDIT-DATE-NUMBER TO CAL-DAY-NUMBER
           DIVIDE CAL-DAY-NUMBER BY 7 GIVING CAL-WEEKS
                  REMAINDER CAL-WEEKDAY
           IF CAL-WEEKEND THEN
              MOVE 'WEEKENDS ARE NEVER BUSINESS DAYS - NOT ADDED'
                   TO STATUS-LINE
              GO TO 2200-ADD-HOLIDAY-EXIT
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES         TO HC-RECORD
           MOVE CM-DATE        TO HC-DATE
           MOVE CM-DESCRIPTION TO HC-DESCRIPTION
           MOVE CM-USER        TO HC-ADDED-BY
           MOVE FULL-DATETIME  TO HC-ADDED-TIMESTAMP
           WRITE HC-RECORD
           IF FS-HOLIDAY-CAL = '22' THEN
              REWRITE HC-RECORD
              IF FS-HOLIDAY-CAL = '00' THEN
                 MOVE 'HOLIDAY CHANGED' TO STATUS-LINE
              END-IF
           ELSE
              IF FS-HOLIDAY-CAL = '00' THEN
                 MOVE 'HOLIDAY ADDED' TO STATUS-LINE
              END-IF
           END-IF
           IF FS-HOLIDAY-CAL <> '00' THEN
              MOVE SPACES TO STATUS-LINE
              STRING 'HOLIDAY-CAL WRITE FAILED, STATUS '
                                    DELIMITED BY SIZE
                     FS-HOLIDAY-CAL DELIMITED BY SIZE
                INTO STATUS-LINE
              GO TO 2200-ADD-HOLIDAY-EXIT
           END-IF
           MOVE CM-DATE TO CM-LIST-FROM
           MOVE SPACES  TO CM-DATE, CM-DESCRIPTION.
      *
       2200-ADD-HOLIDAY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-DELETE-HOLIDAY TAKES THE KEYED DATE OFF THE          *
      *    CALENDAR, MAKING IT A BUSINESS DAY AGAIN.                 *
      *---------------------------------------------------------------*
       2300-DELETE-HOLIDAY.
      *
           PERFORM 2150-VALIDATE-DATE
                   THRU 2150-VALIDATE-DATE-EXIT
           IF DATE-INVALID THEN
              GO TO 2300-DELETE-HOLIDAY-EXIT
           END-IF
           MOVE CM-DATE TO HC-DATE
           DELETE HOLIDAY-CAL RECORD
           EVALUATE FS-HOLIDAY-CAL
              WHEN '00'
                 MOVE 'HOLIDAY DELETED' TO STATUS-LINE
                 MOVE SPACES TO CM-DATE, CM-DESCRIPTION
              WHEN '23'
                 MOVE 'DATE IS NOT ON THE CALENDAR' TO STATUS-LINE
              WHEN OTHER
                 MOVE SPACES TO STATUS-LINE
                 STRING 'HOLIDAY-CAL DELETE FAILED, STATUS '
                                       DELIMITED BY SIZE
                        FS-HOLIDAY-CAL DELIMITED BY SIZE
                   INTO STATUS-LINE
           END-EVALUATE.
      *
       2300-DELETE-HOLIDAY-EXIT.
           EXIT.
