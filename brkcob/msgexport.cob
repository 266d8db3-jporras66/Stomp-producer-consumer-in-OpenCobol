      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      MSGEXPORT.
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
      *    MSGEXPORT GIVES FINANCE AND AUDIT A COMMA-DELIMITED EXTRACT
      *    OF THE MESSAGE STORE THEY CAN OPEN : ONE HEADER ROW, ONE
      *    ROW PER SELECTED MESSAGE WITH THE PAYLOAD BROKEN OUT INTO
      *    THE SHARED DETAIL FIELDS, AND A CLOSING CONTROL ROW WITH
      *    THE RECORD COUNT. THE MASK.CONFIG FIELDS ARE STARRED OUT
      *    BUT FOR THEIR LAST FOUR CHARACTERS UNLESS THE RUN ASKS
      *    FOR CLEAR VALUES AND THE LOGON USER IS AUTHORISED FOR
      *    THEM IN MSGEXPORT.PARM.
      *
        COPY 'select-msg-store.cpy'.
      *
      *    EXPORT-PARM CARRIES THE SELECTION - RECEIVED DATE RANGE,
      *    SOURCE QUEUE, TRANSACTION CODE, BATCH - THE CLEAR=YES
      *    REQUEST AND THE AUTHORISED=USERID LINES.
      *
           SELECT EXPORT-PARM
               ASSIGN TO 'MSGEXPORT.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT-PARM.
      *
           SELECT MASK-CONFIG
               ASSIGN TO 'MASK.CONFIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-CONFIG.
      *
      *    EXPORT-FILE IS THE EXTRACT, MSGEXPORT.YYYYMMDD.CSV FOR THE
      *    DAY IT WAS TAKEN.
      *
           SELECT EXPORT-FILE
               ASSIGN TO DYNAMIC WS-EXPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXPORT-FILE.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-msg-store.cpy'.
      *
       FD  EXPORT-PARM
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EXPORT-PARM-LINE            PIC X(80).
      *
       FD  MASK-CONFIG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASK-CONFIG-LINE            PIC X(80).
      *
       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  EXPORT-RECORD               PIC X(600).
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-MSGEXPORT-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'MSGEXPORT'.
      *
       01 FS-MSG-STORE      PIC X(02) VALUE '00'.
       01 FS-EXPORT-PARM    PIC X(02) VALUE '00'.
       01 FS-MASK-CONFIG    PIC X(02) VALUE '00'.
       01 FS-EXPORT-FILE    PIC X(02) VALUE '00'.
       01 WS-EXPORT-NAME    PIC X(30) VALUE SPACES.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
             88 EOF             VALUE 1.
             88 NEOF            VALUE 0.
          05 PARM-EOF-SW        PIC 9 VALUE 0.
             88 PARM-EOF        VALUE 1.
             88 PARM-NEOF       VALUE 0.
          05 CLEAR-SW           PIC 9 VALUE 0.
             88 CLEAR-ASKED     VALUE 1.
             88 CLEAR-NASKED    VALUE 0.
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
      *---------------------------------------------------------------*
      *    S E L E C T I O N                                          *
      *    A BLANK SELECTION FIELD SELECTS EVERYTHING. THE RECEIVED   *
      *    DATES COME FROM FROM-DATE= / TO-DATE= IN THE PARM, OR THE  *
      *    COMMAND LINE WHEN GIVEN THERE.                             *
      *---------------------------------------------------------------*
       01 SELECTION-FIELDS.
          05 SEL-FROM-DATE   PIC X(08) VALUE SPACES.
          05 SEL-TO-DATE     PIC X(08) VALUE SPACES.
          05 SEL-QUEUE       PIC X(15) VALUE SPACES.
          05 SEL-TXN-CODE    PIC X(04) VALUE SPACES.
          05 SEL-BATCH-ID    PIC X(08) VALUE SPACES.
      *
       01 PARM-KEY           PIC X(20) VALUE SPACES.
       01 PARM-VALUE         PIC X(60) VALUE SPACES.
       01 PARM-M-CODE        PIC X(04) VALUE SPACES.
       01 PARM-M-START       PIC X(08) VALUE SPACES.
       01 PARM-M-LENGTH      PIC X(08) VALUE SPACES.
       01 PARM-NUM-INPUT     PIC X(60) VALUE SPACES.
       01 PARM-NUM-TOKEN     PIC X(08) VALUE SPACES.
       01 PARM-NUM-LEN       PIC 9(02) USAGE COMP VALUE ZEROS.
       01 PARM-NUMBER        PIC 9(08) VALUE ZEROS.
       01 PARM-NUM-SW        PIC 9 VALUE 0.
          88 PARM-NUM-VALID   VALUE 1.
          88 PARM-NUM-INVALID VALUE 0.
      *
       01 EX-USER            PIC X(08) VALUE SPACES.
       01 AUTH-TABLE.
          05 AUTH-USER OCCURS 20 TIMES PIC X(08).
       01 AUTH-COUNT         PIC 9(02) VALUE ZEROS.
       01 AUTH-MAX           PIC 9(02) VALUE 20.
       01 AU-INDEX           PIC 9(02) VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *    MASK=CODE,START,LENGTH LINES IN MASK.CONFIG, LOADED AS     *
      *    MSGINQ LOADS THEM. POSITIONS ARE PAYLOAD POSITIONS.        *
      *---------------------------------------------------------------*
       01 MASK-TABLE.
          05 MASK-ENTRY OCCURS 20 TIMES.
             10 MK-CODE      PIC X(04).
             10 MK-START     PIC 9(04).
             10 MK-LENGTH    PIC 9(04).
       01 MASK-COUNT         PIC 9(02) VALUE ZEROS.
       01 MASK-MAX           PIC 9(02) VALUE 20.
       01 MK-INDEX           PIC 9(02) VALUE ZEROS.
       01 MASK-EOF-SW        PIC 9 VALUE 0.
          88 MASK-EOF        VALUE 1.
          88 MASK-NEOF       VALUE 0.
       01 MASK-FILL-LEN      PIC 9(04) VALUE ZEROS.
      *
      *    THE PAYLOAD OF THE MESSAGE IN HAND - CONVERTED FROM EBCDIC
      *    AND MASKED IN THIS WORK COPY ONLY - AND THE SHARED DETAIL
      *    LAYOUT IT IS BROKEN OUT THROUGH.
      *
       01 EX-PAYLOAD         PIC X(1892) VALUE SPACES.
       01 W-LENGTH           BINARY-SHORT VALUE 0.
       COPY 'txn-detail.cpy'.
      *
       01 AMOUNT-EDIT        PIC Z(12)9.99.
       01 AMOUNT-LEAD        PIC 9(02) USAGE COMP VALUE ZEROS.
      *
      *---------------------------------------------------------------*
      *    C S V   L I N E   B U I L D I N G                          *
      *    2500-ADD-CSV-FIELD APPENDS CSV-FIELD TO CSV-LINE WITHOUT   *
      *    ITS TRAILING SPACES, WITH THE SEPARATING COMMA, AND IN     *
      *    DOUBLE QUOTES (EMBEDDED QUOTES DOUBLED) WHEN IT HOLDS A    *
      *    COMMA OR A QUOTE.                                          *
      *---------------------------------------------------------------*
       01 CSV-LINE           PIC X(600) VALUE SPACES.
       01 CSV-POS            PIC 9(04) USAGE COMP VALUE ZEROS.
       01 CSV-FIELD          PIC X(80) VALUE SPACES.
       01 CSV-FIELD-LEN      PIC 9(04) USAGE COMP VALUE ZEROS.
       01 CSV-SPECIALS       PIC 9(04) USAGE COMP VALUE ZEROS.
       01 CSV-CHAR-INDEX     PIC 9(04) USAGE COMP VALUE ZEROS.
       01 CSV-TRIM-SW        PIC 9 VALUE 0.
          88 CSV-TRIM-DONE   VALUE 1.
          88 CSV-TRIM-MORE   VALUE 0.
      *
       01 STORE-READ-COUNT   PIC 9(08) VALUE ZEROS.
       01 EXPORT-COUNT       PIC 9(08) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-FROM-DATE   PIC X(08) VALUE SPACES.
          05 FILLER         PIC X.
          05 CL-TO-DATE     PIC X(08) VALUE SPACES.
      *    CL-FROM-DATE / CL-TO-DATE : THE RECEIVED DATE RANGE
      *    (YYYYMMDD), OVERRIDING FROM-DATE= / TO-DATE= IN THE PARM.
      *    ONE DATE ALONE MEANS THAT ONE DAY.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-MSGEXPORT-WS-FIN'.
      *
       LINKAGE SECTION.
      *
      *---------------------------------------------------------------*
      *               P R O C E D U R E   D I V I S I O N             *
      *---------------------------------------------------------------*
      *
       PROCEDURE DIVISION.
      *
       1000-MAIN.
      *
           ACCEPT COMMAND-LINE-VALUES FROM COMMAND-LINE.
           DISPLAY 'COMMAND-LINE-VALUES is : '
                    COMMAND-LINE-VALUES
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           DISPLAY 'INICIO : ' PGM-NAME ' - '  FULL-DATETIME
           ACCEPT EX-USER FROM ENVIRONMENT 'USER'
           IF EX-USER = SPACES THEN
              MOVE 'UNKNOWN' TO EX-USER
           END-IF
      *
           PERFORM 1100-READ-PARM-FILE THRU 1100-READ-PARM-FILE-EXIT
           IF CL-FROM-DATE NOT = SPACES THEN
              MOVE CL-FROM-DATE TO SEL-FROM-DATE
              MOVE CL-TO-DATE   TO SEL-TO-DATE
           END-IF
           IF SEL-TO-DATE = SPACES THEN
              MOVE SEL-FROM-DATE TO SEL-TO-DATE
           END-IF
           IF SEL-FROM-DATE NOT = SPACES THEN
              IF SEL-FROM-DATE IS NOT NUMERIC
                 OR SEL-TO-DATE IS NOT NUMERIC
                 OR SEL-TO-DATE < SEL-FROM-DATE THEN
                 DISPLAY 'MSGEXPORT - BAD RECEIVED DATE RANGE '
                         SEL-FROM-DATE ' - ' SEL-TO-DATE
                         ', ENDING RUN'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
      *
      *    CLEAR VALUES ARE GIVEN ONLY TO A RUN THAT ASKS FOR THEM BY
      *    AN AUTHORISED USER - ASKING WITHOUT THE AUTHORITY ENDS THE
      *    RUN RATHER THAN QUIETLY HANDING OVER A MASKED FILE.
      *
           IF CLEAR-ASKED THEN
              PERFORM 1520-CHECK-ONE-USER
                      THRU 1520-CHECK-ONE-USER-EXIT
                      VARYING AU-INDEX FROM 1 BY 1
                      UNTIL AU-INDEX > AUTH-COUNT OR USER-AUTHORISED
              IF USER-NAUTHORISED THEN
                 DISPLAY 'MSGEXPORT - USER ' EX-USER ' IS NOT '
                         'AUTHORISED FOR CLEAR VALUES, ENDING RUN'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'MSGEXPORT - CLEAR VALUES FOR USER ' EX-USER
           ELSE
              PERFORM 1500-LOAD-MASK-CONFIG
                      THRU 1500-LOAD-MASK-CONFIG-EXIT
           END-IF
      *
           DISPLAY 'MSGEXPORT - RECEIVED ' SEL-FROM-DATE ' - '
                   SEL-TO-DATE ' QUEUE ' SEL-QUEUE ' CODE '
                   SEL-TXN-CODE ' BATCH ' SEL-BATCH-ID
      *
           OPEN INPUT MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
              DISPLAY 'MSG-STORE ACCESS ERROR - STATUS IS : '
                      FS-MSG-STORE
              DISPLAY 'MSGEXPORT - RUN THE MSGSTORE LOAD FIRST'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE SPACES TO WS-EXPORT-NAME
           STRING 'MSGEXPORT.'   DELIMITED BY SIZE
                  F-DATE         DELIMITED BY SIZE
                  '.CSV'         DELIMITED BY SIZE
             INTO WS-EXPORT-NAME
           OPEN OUTPUT EXPORT-FILE
           IF FS-EXPORT-FILE <> '00' THEN
              DISPLAY 'EXPORT-FILE ACCESS ERROR - STATUS IS : '
                      FS-EXPORT-FILE ' FILE : ' WS-EXPORT-NAME
              MOVE 8 TO RETURN-CODE
              CLOSE MSG-STORE
              STOP RUN
           END-IF
      *
           PERFORM 2050-WRITE-HEADER-ROW
                   THRU 2050-WRITE-HEADER-ROW-EXIT
           PERFORM 2100-SELECT-MESSAGES
                   THRU 2100-SELECT-MESSAGES-EXIT
           PERFORM 2400-WRITE-CONTROL-ROW
                   THRU 2400-WRITE-CONTROL-ROW-EXIT
      *
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1100-READ-PARM-FILE LOADS THE SELECTION, THE CLEAR=YES     *
      *    REQUEST AND THE AUTHORISED USERS. NO FILE SELECTS THE      *
      *    WHOLE STORE, MASKED.                                       *
      *---------------------------------------------------------------*
       1100-READ-PARM-FILE.
      *
           OPEN INPUT EXPORT-PARM
           IF FS-EXPORT-PARM = '35' THEN
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           IF FS-EXPORT-PARM <> '00' THEN
              DISPLAY 'EXPORT-PARM ACCESS ERROR - STATUS IS : '
                      FS-EXPORT-PARM
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 1110-PARM-LINE THRU 1110-PARM-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE EXPORT-PARM.
      *
       1100-READ-PARM-FILE-EXIT.
           EXIT.
      *
       1110-PARM-LINE.
      *
           READ EXPORT-PARM
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 1110-PARM-LINE-EXIT
           END-READ
           IF EXPORT-PARM-LINE(1:1) = '*'
              OR EXPORT-PARM-LINE = SPACES THEN
              GO TO 1110-PARM-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING EXPORT-PARM-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           EVALUATE PARM-KEY
              WHEN 'FROM-DATE'
                 MOVE PARM-VALUE(1:8)  TO SEL-FROM-DATE
              WHEN 'TO-DATE'
                 MOVE PARM-VALUE(1:8)  TO SEL-TO-DATE
              WHEN 'QUEUE'
                 MOVE PARM-VALUE(1:15) TO SEL-QUEUE
              WHEN 'CODE'
                 MOVE PARM-VALUE(1:4)  TO SEL-TXN-CODE
              WHEN 'BATCH'
                 MOVE PARM-VALUE(1:8)  TO SEL-BATCH-ID
              WHEN 'CLEAR'
                 IF PARM-VALUE(1:3) = 'YES' THEN
                    SET CLEAR-ASKED TO TRUE
                 ELSE
                    SET CLEAR-NASKED TO TRUE
                 END-IF
              WHEN 'AUTHORISED'
                 IF PARM-VALUE NOT = SPACES
                    AND AUTH-COUNT < AUTH-MAX THEN
                    ADD 1 TO AUTH-COUNT
                    MOVE PARM-VALUE(1:8) TO AUTH-USER(AUTH-COUNT)
                 END-IF
              WHEN OTHER
                 DISPLAY 'MSGEXPORT - UNKNOWN PARM KEYWORD : '
                         PARM-KEY
           END-EVALUATE.
      *
       1110-PARM-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1130-PARM-NUMBER TAKES THE DIGIT TOKEN AT THE FRONT OF     *
      *    PARM-NUM-INPUT AND RETURNS IT RIGHT-ALIGNED IN             *
      *    PARM-NUMBER, OR SETS PARM-NUM-INVALID.                     *
      *---------------------------------------------------------------*
       1130-PARM-NUMBER.
      *
           SET PARM-NUM-INVALID TO TRUE
           MOVE ZEROS  TO PARM-NUMBER, PARM-NUM-LEN
           MOVE SPACES TO PARM-NUM-TOKEN
           UNSTRING PARM-NUM-INPUT DELIMITED BY ALL ' '
               INTO PARM-NUM-TOKEN COUNT IN PARM-NUM-LEN
           IF PARM-NUM-LEN > 0 AND PARM-NUM-LEN <= 8 THEN
              IF PARM-NUM-TOKEN(1:PARM-NUM-LEN) IS NUMERIC THEN
                 MOVE PARM-NUM-TOKEN(1:PARM-NUM-LEN) TO PARM-NUMBER
                 SET PARM-NUM-VALID TO TRUE
              END-IF
           END-IF.
      *
       1130-PARM-NUMBER-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1500-LOAD-MASK-CONFIG LOADS THE MASK=CODE,START,LENGTH    *
      *    LINES. NO CONFIG MEANS NO MASKING.                        *
      *---------------------------------------------------------------*
       1500-LOAD-MASK-CONFIG.
      *
           OPEN INPUT MASK-CONFIG
           IF FS-MASK-CONFIG = '35' THEN
              GO TO 1500-LOAD-MASK-CONFIG-EXIT
           END-IF
           IF FS-MASK-CONFIG <> '00' THEN
              DISPLAY 'MASK-CONFIG ACCESS ERROR - STATUS IS : '
                      FS-MASK-CONFIG
              GO TO 1500-LOAD-MASK-CONFIG-EXIT
           END-IF
           SET MASK-NEOF TO TRUE
           PERFORM 1510-MASK-CONFIG-LINE
                   THRU 1510-MASK-CONFIG-LINE-EXIT
                   UNTIL MASK-EOF
           CLOSE MASK-CONFIG
           DISPLAY 'MSGEXPORT - MASK CONFIG HAS ' MASK-COUNT
                   ' ENTRIES'.
      *
       1500-LOAD-MASK-CONFIG-EXIT.
           EXIT.
      *
       1510-MASK-CONFIG-LINE.
      *
           READ MASK-CONFIG
               AT END
                  SET MASK-EOF TO TRUE
                  GO TO 1510-MASK-CONFIG-LINE-EXIT
           END-READ
           IF MASK-CONFIG-LINE(1:1) = '*'
              OR MASK-CONFIG-LINE(1:1) = SPACE THEN
              GO TO 1510-MASK-CONFIG-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING MASK-CONFIG-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           IF PARM-KEY NOT = 'MASK' THEN
              DISPLAY 'MSGEXPORT - UNKNOWN MASK CONFIG KEYWORD : '
                      PARM-KEY
              GO TO 1510-MASK-CONFIG-LINE-EXIT
           END-IF
           IF MASK-COUNT >= MASK-MAX THEN
              DISPLAY 'MSGEXPORT - MASK TABLE FULL, IGNORING : '
                      PARM-VALUE
              GO TO 1510-MASK-CONFIG-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-M-CODE, PARM-M-START, PARM-M-LENGTH
           UNSTRING PARM-VALUE DELIMITED BY ','
               INTO PARM-M-CODE, PARM-M-START, PARM-M-LENGTH
           MOVE PARM-M-START TO PARM-NUM-INPUT
           PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
           IF PARM-M-CODE = SPACES OR PARM-NUM-INVALID
              OR PARM-NUMBER = 0 OR PARM-NUMBER > 1868 THEN
              DISPLAY 'MSGEXPORT - BAD MASK LINE IN CONFIG : '
                      PARM-VALUE
              GO TO 1510-MASK-CONFIG-LINE-EXIT
           END-IF
           ADD 1 TO MASK-COUNT
           MOVE PARM-M-CODE TO MK-CODE(MASK-COUNT)
           MOVE PARM-NUMBER TO MK-START(MASK-COUNT)
           MOVE PARM-M-LENGTH TO PARM-NUM-INPUT
           PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
           IF PARM-NUM-INVALID OR PARM-NUMBER = 0
              OR MK-START(MASK-COUNT) + PARM-NUMBER - 1 > 1868 THEN
              DISPLAY 'MSGEXPORT - BAD MASK LINE IN CONFIG : '
                      PARM-VALUE
              SUBTRACT 1 FROM MASK-COUNT
              GO TO 1510-MASK-CONFIG-LINE-EXIT
           END-IF
           MOVE PARM-NUMBER TO MK-LENGTH(MASK-COUNT).
      *
       1510-MASK-CONFIG-LINE-EXIT.
           EXIT.
      *
       1520-CHECK-ONE-USER.
      *
           IF AUTH-USER(AU-INDEX) = EX-USER THEN
              SET USER-AUTHORISED TO TRUE
           END-IF.
      *
       1520-CHECK-ONE-USER-EXIT.
           EXIT.
      *
       2050-WRITE-HEADER-ROW.
      *
           MOVE SPACES TO EXPORT-RECORD
           STRING 'MESSAGE ID,QUEUE,RECEIVED,BUSINESS DATE,BATCH,'
                                          DELIMITED BY SIZE
                  'CODE,REFERENCE,PRIORITY,ACCOUNT,AMOUNT,CURRENCY,'
                                          DELIMITED BY SIZE
                  'VALUE DATE,BENEFICIARY,NARRATIVE'
                                          DELIMITED BY SIZE
             INTO EXPORT-RECORD
           WRITE EXPORT-RECORD.
      *
       2050-WRITE-HEADER-ROW-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-SELECT-MESSAGES BROWSES THE STORE - ON THE RECEIVED-  *
      *    DATE KEY FOR A DATE RANGE, IN MESSAGE-ID ORDER OTHERWISE - *
      *    AND EXPORTS EVERY RECORD THE QUEUE, CODE AND BATCH         *
      *    SELECTIONS LET THROUGH.                                    *
      *---------------------------------------------------------------*
       2100-SELECT-MESSAGES.
      *
           IF SEL-FROM-DATE NOT = SPACES THEN
              MOVE SEL-FROM-DATE TO MS-RECEIVED-DATE
              START MSG-STORE KEY IS >= MS-RECEIVED-DATE
           ELSE
              MOVE LOW-VALUES TO MS-MSGID
              START MSG-STORE KEY IS >= MS-MSGID
           END-IF
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'MSGEXPORT - NO STORE RECORDS SELECTED'
              GO TO 2100-SELECT-MESSAGES-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2110-SELECT-ONE-STORED
                   THRU 2110-SELECT-ONE-STORED-EXIT
                   UNTIL EOF.
      *
       2100-SELECT-MESSAGES-EXIT.
           EXIT.
      *
       2110-SELECT-ONE-STORED.
      *
           READ MSG-STORE NEXT
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              SET EOF TO TRUE
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           IF SEL-FROM-DATE NOT = SPACES
              AND MS-RECEIVED-DATE > SEL-TO-DATE THEN
              SET EOF TO TRUE
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           ADD 1 TO STORE-READ-COUNT
           IF SEL-QUEUE NOT = SPACES
              AND MS-SOURCE-QUEUE NOT = SEL-QUEUE THEN
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
           IF SEL-BATCH-ID NOT = SPACES
              AND MS-BATCH-ID NOT = SEL-BATCH-ID THEN
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
      *
           MOVE MS-MESSAGE(157:1892) TO EX-PAYLOAD
           IF MS-ENCODING-EBCDIC THEN
              IF MS-MSG-LENGTH IS NUMERIC AND MS-MSG-LENGTH > 0 THEN
                 MOVE MS-MSG-LENGTH TO W-LENGTH
              ELSE
                 MOVE 1892 TO W-LENGTH
              END-IF
              IF W-LENGTH > 1892 THEN
                 MOVE 1892 TO W-LENGTH
              END-IF
              CALL 'ebc2asc' USING EX-PAYLOAD, W-LENGTH
                   END-CALL
           END-IF
           IF SEL-TXN-CODE NOT = SPACES
              AND EX-PAYLOAD(1:4) NOT = SEL-TXN-CODE THEN
              GO TO 2110-SELECT-ONE-STORED-EXIT
           END-IF
      *
           PERFORM 2200-MASK-ONE-FIELD
                   THRU 2200-MASK-ONE-FIELD-EXIT
                   VARYING MK-INDEX FROM 1 BY 1
                   UNTIL MK-INDEX > MASK-COUNT
           MOVE EX-PAYLOAD(1:1868) TO DT-DETAIL
           PERFORM 2300-WRITE-MESSAGE-ROW
                   THRU 2300-WRITE-MESSAGE-ROW-EXIT.
      *
       2110-SELECT-ONE-STORED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-MASK-ONE-FIELD STARS ONE CONFIGURED FIELD OUT OF THE  *
      *    WORK PAYLOAD, ALL BUT ITS LAST FOUR CHARACTERS.            *
      *---------------------------------------------------------------*
       2200-MASK-ONE-FIELD.
      *
           IF MK-CODE(MK-INDEX) NOT = EX-PAYLOAD(1:4) THEN
              GO TO 2200-MASK-ONE-FIELD-EXIT
           END-IF
           IF MK-LENGTH(MK-INDEX) <= 4 THEN
              GO TO 2200-MASK-ONE-FIELD-EXIT
           END-IF
           COMPUTE MASK-FILL-LEN = MK-LENGTH(MK-INDEX) - 4
           MOVE ALL '*' TO EX-PAYLOAD(MK-START(MK-INDEX):MASK-FILL-LEN).
      *
       2200-MASK-ONE-FIELD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-WRITE-MESSAGE-ROW WRITES ONE MESSAGE. THE DETAIL      *
      *    COLUMNS ARE FILLED FOR THE CODES THE SHARED LAYOUT         *
      *    DESCRIBES AND LEFT EMPTY FOR ANY OTHER.                    *
      *---------------------------------------------------------------*
       2300-WRITE-MESSAGE-ROW.
      *
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-POS
           MOVE MS-MSGID              TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE MS-SOURCE-QUEUE       TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE MS-RECEIVED-TIMESTAMP TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE MS-BUSINESS-DATE      TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE MS-BATCH-ID           TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-TXN-CODE           TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-REF-NUMBER         TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
      *
           IF NOT DT-LAID-OUT THEN
              MOVE SPACES TO DT-PRIORITY-FLAG, DT-ACCOUNT,
                             DT-AMOUNT-X, DT-CURRENCY,
                             DT-VALUE-DATE-X, DT-BENEF-NAME,
                             DT-NARRATIVE
           END-IF
           MOVE DT-PRIORITY-FLAG      TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-ACCOUNT            TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
      *    THE AMOUNT GOES OUT WITH ITS DECIMAL POINT AND WITHOUT
      *    LEADING ZEROS; ONE THAT IS NOT NUMERIC GOES OUT AS IT IS.
           IF DT-AMOUNT-X IS NUMERIC THEN
              MOVE DT-AMOUNT TO AMOUNT-EDIT
              MOVE ZEROS TO AMOUNT-LEAD
              INSPECT AMOUNT-EDIT TALLYING AMOUNT-LEAD
                      FOR LEADING SPACE
              MOVE SPACES TO CSV-FIELD
              MOVE AMOUNT-EDIT(AMOUNT-LEAD + 1:) TO CSV-FIELD
           ELSE
              MOVE DT-AMOUNT-X TO CSV-FIELD
           END-IF
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-CURRENCY           TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-VALUE-DATE-X       TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-BENEF-NAME         TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
           MOVE DT-NARRATIVE          TO CSV-FIELD
           PERFORM 2500-ADD-CSV-FIELD THRU 2500-ADD-CSV-FIELD-EXIT
      *
           MOVE CSV-LINE TO EXPORT-RECORD
           WRITE EXPORT-RECORD
           IF FS-EXPORT-FILE <> '00' THEN
              DISPLAY 'EXPORT-FILE WRITE ERROR - STATUS IS : '
                      FS-EXPORT-FILE
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
              GO TO 2300-WRITE-MESSAGE-ROW-EXIT
           END-IF
           ADD 1 TO EXPORT-COUNT.
      *
       2300-WRITE-MESSAGE-ROW-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-WRITE-CONTROL-ROW CLOSES THE EXTRACT WITH THE NUMBER  *
      *    OF MESSAGE ROWS, WHETHER ACCOUNTS ARE MASKED OR CLEAR, AND *
      *    WHO TOOK IT - THE RECIPIENT PROVES THE FILE IS WHOLE BY    *
      *    COUNTING THE ROWS BETWEEN THE HEADER AND THIS ONE.         *
      *---------------------------------------------------------------*
       2400-WRITE-CONTROL-ROW.
      *
           MOVE SPACES TO EXPORT-RECORD
           IF CLEAR-ASKED THEN
              STRING 'CONTROL,RECORD COUNT,' DELIMITED BY SIZE
                     EXPORT-COUNT            DELIMITED BY SIZE
                     ',ACCOUNTS,CLEAR,USER,' DELIMITED BY SIZE
                     EX-USER                 DELIMITED BY SPACE
                INTO EXPORT-RECORD
           ELSE
              STRING 'CONTROL,RECORD COUNT,' DELIMITED BY SIZE
                     EXPORT-COUNT            DELIMITED BY SIZE
                     ',ACCOUNTS,MASKED,USER,' DELIMITED BY SIZE
                     EX-USER                 DELIMITED BY SPACE
                INTO EXPORT-RECORD
           END-IF
           WRITE EXPORT-RECORD
           IF FS-EXPORT-FILE <> '00' THEN
              DISPLAY 'EXPORT-FILE WRITE ERROR - STATUS IS : '
                      FS-EXPORT-FILE
              MOVE 8 TO RETURN-CODE
           END-IF
           IF EXPORT-COUNT = 0 AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       2400-WRITE-CONTROL-ROW-EXIT.
           EXIT.
      *
       2500-ADD-CSV-FIELD.
      *
           IF CSV-POS > 1 THEN
              MOVE ',' TO CSV-LINE(CSV-POS:1)
              ADD 1 TO CSV-POS
           END-IF
           MOVE LENGTH OF CSV-FIELD TO CSV-FIELD-LEN
           SET CSV-TRIM-MORE TO TRUE
           PERFORM 2510-TRIM-ONE-CHAR THRU 2510-TRIM-ONE-CHAR-EXIT
                   UNTIL CSV-TRIM-DONE OR CSV-FIELD-LEN = 0
           IF CSV-FIELD-LEN = 0 THEN
              GO TO 2500-ADD-CSV-FIELD-EXIT
           END-IF
      *
           MOVE ZEROS TO CSV-SPECIALS
           INSPECT CSV-FIELD(1:CSV-FIELD-LEN) TALLYING CSV-SPECIALS
                   FOR ALL ',' ALL '"'
           IF CSV-SPECIALS = 0 THEN
              MOVE CSV-FIELD(1:CSV-FIELD-LEN)
                TO CSV-LINE(CSV-POS:CSV-FIELD-LEN)
              ADD CSV-FIELD-LEN TO CSV-POS
              GO TO 2500-ADD-CSV-FIELD-EXIT
           END-IF
           MOVE '"' TO CSV-LINE(CSV-POS:1)
           ADD 1 TO CSV-POS
           PERFORM 2520-COPY-QUOTED-CHAR
                   THRU 2520-COPY-QUOTED-CHAR-EXIT
                   VARYING CSV-CHAR-INDEX FROM 1 BY 1
                   UNTIL CSV-CHAR-INDEX > CSV-FIELD-LEN
           MOVE '"' TO CSV-LINE(CSV-POS:1)
           ADD 1 TO CSV-POS.
      *
       2500-ADD-CSV-FIELD-EXIT.
           EXIT.
      *
       2510-TRIM-ONE-CHAR.
      *
           IF CSV-FIELD(CSV-FIELD-LEN:1) = SPACE THEN
              SUBTRACT 1 FROM CSV-FIELD-LEN
           ELSE
              SET CSV-TRIM-DONE TO TRUE
           END-IF.
      *
       2510-TRIM-ONE-CHAR-EXIT.
           EXIT.
      *
       2520-COPY-QUOTED-CHAR.
      *
           MOVE CSV-FIELD(CSV-CHAR-INDEX:1) TO CSV-LINE(CSV-POS:1)
           ADD 1 TO CSV-POS
           IF CSV-FIELD(CSV-CHAR-INDEX:1) = '"' THEN
              MOVE '"' TO CSV-LINE(CSV-POS:1)
              ADD 1 TO CSV-POS
           END-IF.
      *
       2520-COPY-QUOTED-CHAR-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE EXPORT-FILE.
           CLOSE MSG-STORE.
           DISPLAY 'MSGEXPORT - STORE RECORDS READ : ' STORE-READ-COUNT
           DISPLAY 'MSGEXPORT - ROWS EXPORTED      : ' EXPORT-COUNT
                   ' TO ' WS-EXPORT-NAME
           STOP RUN.
