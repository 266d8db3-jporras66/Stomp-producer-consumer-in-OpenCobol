               ASSIGN TO 'TRANSGEN.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GEN-RPT.
      *
      *    THE DUPLICATE REGISTER IS ONLY READ HERE - PRODUCER FILES
      *    TO IT AS IT PUBLISHES. DUP-RPT IS THE SHARED DUPLICATES
      *    REPORT BOTH PROGRAMS APPEND TO, AND RUN-CONTROL IS WHERE
      *    THE OPERATOR'S RELEASE OF A HELD BATCH IS FOUND.
      *
        COPY 'select-dup-register.cpy'.
      *
           SELECT DUP-RPT
               ASSIGN TO 'DUPREF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUP-RPT.
      *
        COPY 'select-run-control.cpy'.
      *
      *    REJECT-FILE IS THE DATED LIST OF DETAILS THAT FAILED A
      *    FIELD EDIT (TRANSREJ.YYYYMMDD), EACH WITH THE FIELD AND
      *    THE REASON AHEAD OF THE DETAIL AS RECEIVED, SO THE REGION
      *    CAN CORRECT AND RE-DROP IT. EVERY RUN OF THE DAY ADDS TO
      *    THE SAME FILE.
      *
           SELECT REJECT-FILE
               ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJECT-FILE.
      *
        COPY 'select-alert-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
           05  EX-TXN-CODE          PIC X(04).
           05  EX-REF-NUMBER        PIC X(08).
           05  FILLER               PIC X(1856).
       COPY 'txn-detail.cpy'.
      *
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GEN-RPT-RECORD           PIC X(80).
      *
       COPY 'fd-dup-register.cpy'.
      *
       FD  DUP-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  DUP-RPT-RECORD           PIC X(132).
      *
       COPY 'fd-run-control.cpy'.
      *
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RJ-RECORD.
           05  RJ-BATCH-ID          PIC X(08).
           05  FILLER               PIC X(01).
           05  RJ-TXN-CODE          PIC X(04).
           05  FILLER               PIC X(01).
           05  RJ-REF-NUMBER        PIC X(08).
           05  FILLER               PIC X(01).
           05  RJ-FIELD             PIC X(12).
           05  FILLER               PIC X(01).
           05  RJ-REASON            PIC X(30).
           05  FILLER               PIC X(01).
           05  RJ-DETAIL            PIC X(1868).
      *
       COPY 'fd-alert-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.
       01 FS-TRANS-FILE     PIC X(02) VALUE '00'.
       01 FS-PARM-FILE      PIC X(02) VALUE '00'.
       01 FS-GEN-RPT        PIC X(02) VALUE '00'.
       01 FS-DUP-REGISTER   PIC X(02) VALUE '00'.
       01 FS-DUP-RPT        PIC X(02) VALUE '00'.
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
       01 FS-REJECT-FILE    PIC X(02) VALUE '00'.
       01 WS-EXTRACT-NAME   PIC X(30) VALUE SPACES.
       01 WS-REJECT-NAME    PIC X(30) VALUE SPACES.
       01 FS-ALERT-LOG      PIC X(02) VALUE '00'.
       01 ALERT-FIELDS.
          05 AL-W-SEVERITY  PIC 9(01) VALUE ZEROS.
          05 AL-W-CODE      PIC X(08) VALUE SPACES.
          05 AL-W-BATCH-ID  PIC X(08) VALUE SPACES.
          05 AL-W-QUEUE     PIC X(15) VALUE SPACES.
          05 AL-W-TEXT      PIC X(60) VALUE SPACES.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
          88 CODE-KNOWN      VALUE 1.
          88 CODE-UNKNOWN    VALUE 0.
      *---------------------------------------------------------------*
      *    K N O W N   C U R R E N C I E S                            *
      *    A PAYM OR ADJU DETAIL MUST CARRY ONE OF THESE. CURRENCY=   *
      *    LINES IN TRANSGEN.PARM REPLACE THE BUILT-IN LIST THE SAME  *
      *    WAY CODE= LINES REPLACE THE CODE LIST.                     *
      *---------------------------------------------------------------*
       01 KNOWN-CURRENCY-VALUES.
          05 FILLER          PIC X(03) VALUE 'EUR'.
          05 FILLER          PIC X(03) VALUE 'USD'.
          05 FILLER          PIC X(03) VALUE 'GBP'.
          05 FILLER          PIC X(51) VALUE SPACES.
       01 KNOWN-CURRENCY-TABLE REDEFINES KNOWN-CURRENCY-VALUES.
          05 KNOWN-CURRENCY OCCURS 20 TIMES PIC X(03).
       01 KNOWN-CURRENCY-COUNT PIC 9(02) VALUE 3.
       01 KNOWN-CURRENCY-MAX   PIC 9(02) VALUE 20.
       01 KY-INDEX             PIC 9(02) VALUE ZEROS.
       01 CURRENCY-FOUND-SW    PIC 9 VALUE 0.
          88 CURRENCY-KNOWN    VALUE 1.
          88 CURRENCY-UNKNOWN  VALUE 0.
      *---------------------------------------------------------------*
      *    F I E L D   E D I T S                                      *
      *    A PAYM OR ADJU DETAIL IS EDITED FIELD BY FIELD AGAINST    *
      *    THE txn-detail LAYOUT. THE FIRST FIELD THAT FAILS NAMES   *
      *    THE REJECT ; THE DETAIL GOES TO THE REJECT FILE AND NOT   *
      *    INTO THE BATCH.                                           *
      *---------------------------------------------------------------*
       01 FIELD-EDIT-SW        PIC 9 VALUE 0.
          88 FIELDS-VALID      VALUE 1.
          88 FIELDS-INVALID    VALUE 0.
       01 REJECT-FIELD         PIC X(12) VALUE SPACES.
       01 REJECT-REASON        PIC X(30) VALUE SPACES.
       01 REJECT-OPEN-SW       PIC 9 VALUE 0.
          88 REJECT-OPEN       VALUE 1.
          88 REJECT-CLOSED     VALUE 0.
       01 EDIT-DATE            PIC 9(08) VALUE ZEROS.
       01 EDIT-DATE-BACK       PIC 9(08) VALUE ZEROS.
       01 EDIT-DATE-NUMBER     PIC 9(08) VALUE ZEROS.
       01 CD-POS               PIC 9(02) VALUE ZEROS.
       01 CD-HALF              PIC 9(02) VALUE ZEROS.
       01 CD-ODD               PIC 9(01) VALUE ZEROS.
       01 CD-DIGIT             PIC 9(01) VALUE ZEROS.
       01 CD-WORK              PIC 9(02) VALUE ZEROS.
       01 CD-SUM               PIC 9(04) VALUE ZEROS.
       01 CD-TENS              PIC 9(04) VALUE ZEROS.
       01 CD-UNITS             PIC 9(01) VALUE ZEROS.
       01 CD-EXPECTED          PIC 9(01) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    P A R M - F I L E   W O R K   A R E A S                    *
      *---------------------------------------------------------------*
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(60) VALUE SPACES.
       01 PARM-CODES-LOADED PIC 9(02) VALUE ZEROS.
       01 PARM-CURRENCIES-LOADED PIC 9(02) VALUE ZEROS.
       01 PARM-EOF-SW       PIC 9 VALUE 0.
          88 PARM-EOF       VALUE 1.
          88 PARM-NEOF      VALUE 0.
       01 PARM-NUM-INPUT    PIC X(60) VALUE SPACES.
       01 PARM-NUM-TOKEN    PIC X(08) VALUE SPACES.
       01 PARM-NUM-LEN      PIC 9(02) USAGE COMP VALUE ZEROS.
       01 PARM-NUMBER       PIC 9(08) VALUE ZEROS.
       01 PARM-NUM-SW       PIC 9 VALUE 0.
          88 PARM-NUM-VALID    VALUE 1.
          88 PARM-NUM-INVALID  VALUE 0.
      *---------------------------------------------------------------*
      *    D U P L I C A T E   R E F E R E N C E   F I R E W A L L    *
      *    EVERY ACCEPTED DETAIL IS LOOKED UP ON DUPREF.REGISTER. ONE *
      *    PUBLISHED WITHIN THE LAST DUP-WINDOW-DAYS (DUP-WINDOW= IN  *
      *    THE PARM) IS LISTED ON DUPREF.RPT AND NO BATCH IS BUILT,  *
      *    UNLESS THE OPERATOR HAS KEYED AN OVRRD/RELEASE FOR THE    *
      *    BATCH ID ON THE RUNCTL SCREEN.                            *
      *---------------------------------------------------------------*
       01 DUP-WINDOW-DAYS   PIC 9(04) VALUE 30.
       01 DUP-REGISTER-SW   PIC 9 VALUE 0.
          88 DUP-REGISTER-OPEN   VALUE 1.
          88 DUP-REGISTER-CLOSED VALUE 0.
       01 DUP-RPT-SW        PIC 9 VALUE 0.
          88 DUP-RPT-OPEN        VALUE 1.
          88 DUP-RPT-CLOSED      VALUE 0.
       01 DUP-FOUND-COUNT   PIC 9(08) VALUE ZEROS.
       01 DUP-TODAY-NUMBER  PIC 9(08) VALUE ZEROS.
       01 DUP-SEEN-NUMBER   PIC 9(08) VALUE ZEROS.
       01 DUP-SEEN-DATE     PIC 9(08) VALUE ZEROS.
       01 DUP-HOLD-SW       PIC 9 VALUE 0.
          88 BATCH-HELD          VALUE 1.
          88 BATCH-NHELD         VALUE 0.
       01 DUP-RELEASE-SW    PIC 9 VALUE 0.
          88 BATCH-RELEASED      VALUE 1.
          88 BATCH-NRELEASED     VALUE 0.
       01 RC-SCAN-EOF-SW    PIC 9 VALUE 0.
          88 RC-SCAN-EOF         VALUE 1.
          88 RC-SCAN-NEOF        VALUE 0.
      *---------------------------------------------------------------*
      *    B A T C H   C O N T R O L   T O T A L S                    *
      *    THE HASH IS THE SUM OF THE POSITION 5-12 REFERENCE        *
       01 GEN-HASH-TOTAL       PIC 9(12) VALUE ZEROS.
       01 GEN-READ-COUNT       PIC 9(08) VALUE ZEROS.
       01 GEN-REJECT-COUNT     PIC 9(08) VALUE ZEROS.
       01 GEN-EDIT-FAIL-COUNT  PIC 9(08) VALUE ZEROS.
       01 GEN-WRITTEN-COUNT    PIC 9(08) VALUE ZEROS.
       01 TRANS-REF-NUMBER     PIC 9(08) VALUE ZEROS.
      *
           END-IF
           DISPLAY 'TRANSGEN - BATCH ' GEN-BATCH-ID ' OF '
                   GEN-CREATION-DATE ' FROM ' WS-EXTRACT-NAME
           MOVE SPACES TO WS-REJECT-NAME
           STRING 'TRANSREJ.'       DELIMITED BY SIZE
                  GEN-CREATION-DATE DELIMITED BY SIZE
             INTO WS-REJECT-NAME
      *
           PERFORM 1100-READ-PARM-FILE
              THRU 1100-READ-PARM-FILE-EXIT
      *
           PERFORM 1200-OPEN-DUP-REGISTER
              THRU 1200-OPEN-DUP-REGISTER-EXIT
      *
           OPEN OUTPUT GEN-RPT
           IF FS-GEN-RPT <> '00' THEN
           IF PARM-CODES-LOADED > 0 THEN
              MOVE PARM-CODES-LOADED TO KNOWN-CODE-COUNT
           END-IF
           IF PARM-CURRENCIES-LOADED > 0 THEN
              MOVE PARM-CURRENCIES-LOADED TO KNOWN-CURRENCY-COUNT
           END-IF
           DISPLAY 'TRANSGEN - PARM LOADED, CODE LIST HAS '
                   KNOWN-CODE-COUNT ' ENTRIES'
           DISPLAY 'TRANSGEN - CURRENCY LIST HAS '
                   KNOWN-CURRENCY-COUNT ' ENTRIES'.
      *
       1100-READ-PARM-FILE-EXIT.
           EXIT.
           EVALUATE PARM-KEY
              WHEN 'CODE'
                 PERFORM 1120-PARM-CODE THRU 1120-PARM-CODE-EXIT
              WHEN 'CURRENCY'
                 PERFORM 1125-PARM-CURRENCY
                    THRU 1125-PARM-CURRENCY-EXIT
              WHEN 'DUP-WINDOW'
                 MOVE PARM-VALUE TO PARM-NUM-INPUT
                 PERFORM 1130-PARM-NUMBER THRU 1130-PARM-NUMBER-EXIT
                 IF PARM-NUM-VALID AND PARM-NUMBER > 0
                                   AND PARM-NUMBER < 10000 THEN
                    MOVE PARM-NUMBER   TO DUP-WINDOW-DAYS
                 ELSE
                    DISPLAY 'TRANSGEN - BAD DUP-WINDOW IN PARM : '
                            PARM-VALUE
                 END-IF
              WHEN OTHER
                 DISPLAY 'TRANSGEN - UNKNOWN PARM KEYWORD : ' PARM-KEY
           END-EVALUATE.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1125-PARM-CURRENCY ADDS ONE CURRENCY=XXX LINE TO THE KNOWN *
      *    CURRENCIES. THE FIRST CURRENCY LINE REPLACES THE BUILT-IN  *
      *    LIST RATHER THAN APPENDING TO IT.                          *
      *---------------------------------------------------------------*
       1125-PARM-CURRENCY.
      *
           IF PARM-CURRENCIES-LOADED >= KNOWN-CURRENCY-MAX THEN
              DISPLAY 'TRANSGEN - CURRENCY LIST FULL, IGNORING : '
                      PARM-VALUE
              GO TO 1125-PARM-CURRENCY-EXIT
           END-IF
           IF PARM-VALUE = SPACES OR PARM-VALUE(4:57) NOT = SPACES
              THEN
              DISPLAY 'TRANSGEN - BAD CURRENCY LINE IN PARM : '
                      PARM-VALUE
              GO TO 1125-PARM-CURRENCY-EXIT
           END-IF
           ADD 1 TO PARM-CURRENCIES-LOADED
           MOVE PARM-VALUE(1:3)
             TO KNOWN-CURRENCY(PARM-CURRENCIES-LOADED).
      *
       1125-PARM-CURRENCY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1130-PARM-NUMBER TAKES THE DIGIT TOKEN AT THE FRONT OF     *
      *    PARM-NUM-INPUT - ANY WIDTH UP TO 8, NO ZERO-PADDING        *
      *    REQUIRED OF THE OPERATOR - AND RETURNS IT RIGHT-ALIGNED    *
      *    IN PARM-NUMBER, OR SETS PARM-NUM-INVALID.                  *
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
      *    1200-OPEN-DUP-REGISTER OPENS THE DUPLICATE REGISTER FOR    *
      *    LOOK-UPS AND THE SHARED DUPLICATES REPORT. NO REGISTER     *
      *    YET (NOTHING EVER PUBLISHED) MEANS NOTHING CAN BE A        *
      *    DUPLICATE.                                                 *
      *---------------------------------------------------------------*
       1200-OPEN-DUP-REGISTER.
      *
           MOVE F-DATE TO DUP-SEEN-DATE
           MOVE FUNCTION INTEGER-OF-DATE(DUP-SEEN-DATE)
             TO DUP-TODAY-NUMBER
      *
           OPEN INPUT DUP-REGISTER
           IF FS-DUP-REGISTER = '35' THEN
              DISPLAY 'TRANSGEN - NO DUPREF.REGISTER YET, NO '
                      'DUPLICATE CHECK'
              GO TO 1200-OPEN-DUP-REGISTER-EXIT
           END-IF
           IF FS-DUP-REGISTER <> '00' THEN
              DISPLAY 'DUP-REGISTER ACCESS ERROR - STATUS IS : '
                      FS-DUP-REGISTER
              GO TO 1200-OPEN-DUP-REGISTER-EXIT
           END-IF
           SET DUP-REGISTER-OPEN TO TRUE
      *
           OPEN EXTEND DUP-RPT
           IF FS-DUP-RPT = '35' OR FS-DUP-RPT = '05' THEN
              OPEN OUTPUT DUP-RPT
           END-IF
           IF FS-DUP-RPT <> '00' THEN
              DISPLAY 'DUP-RPT ACCESS ERROR - STATUS IS : '
                      FS-DUP-RPT
           ELSE
              SET DUP-RPT-OPEN TO TRUE
           END-IF.
      *
       1200-OPEN-DUP-REGISTER-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2000-BUILD DRIVES THE TWO PASSES OVER THE EXTRACT : THE    *
      *    COUNT PASS PROVES EVERY DETAIL AND TAKES THE COUNT AND    *
      *    HASH THE HEADER AND TRAILER NEED, THEN THE WRITE PASS     *
                   THRU 2100-COUNT-ONE-RECORD-EXIT
                   UNTIL EOF
           CLOSE EXTRACT-FILE
      *
      *    DETAILS THAT FAILED A FIELD EDIT ARE RAISED ONCE FOR THE
      *    RUN, NOT ONE ALERT PER DETAIL - THE REJECT FILE CARRIES
      *    EACH ONE. A BATCH LEFT WITH NOTHING TO BUILD IS AN ERROR.
      *
           IF GEN-EDIT-FAIL-COUNT > 0 THEN
              IF GEN-DETAIL-COUNT = 0 THEN
                 MOVE 3         TO AL-W-SEVERITY
              ELSE
                 MOVE 2         TO AL-W-SEVERITY
              END-IF
              MOVE 'FLDEDIT'    TO AL-W-CODE
              MOVE GEN-BATCH-ID TO AL-W-BATCH-ID
              STRING GEN-EDIT-FAIL-COUNT DELIMITED BY SIZE
                     ' DETAIL(S) FAILED A FIELD EDIT, SEE '
                                         DELIMITED BY SIZE
                     WS-REJECT-NAME      DELIMITED BY SPACE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF
      *
           IF GEN-READ-COUNT = 0 THEN
              DISPLAY 'TRANSGEN - EXTRACT IS EMPTY, NO BATCH BUILT'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-BUILD-EXIT
           END-IF
      *
      *    A RE-DROPPED EXTRACT BALANCES AGAINST ITSELF - ONLY THE
      *    REGISTER OF WHAT WAS ALREADY PUBLISHED CAN CATCH IT. THE
      *    BATCH IS NOT BUILT UNTIL THE OPERATOR RELEASES IT.
      *
           PERFORM 2140-HOLD-DUPLICATES
                   THRU 2140-HOLD-DUPLICATES-EXIT
           IF BATCH-HELD THEN
              DISPLAY 'TRANSGEN - BATCH ' GEN-BATCH-ID ' HELD, '
                      DUP-FOUND-COUNT ' DETAIL(S) ALREADY PUBLISHED'
              MOVE 8 TO RETURN-CODE
              PERFORM 2400-WRITE-SUMMARY
                      THRU 2400-WRITE-SUMMARY-EXIT
              GO TO 2000-BUILD-EXIT
           END-IF
      *
           OPEN OUTPUT TRANS-FILE
           IF FS-TRANS-FILE <> '00' THEN
      *---------------------------------------------------------------*
      *    2100-COUNT-ONE-RECORD PROVES ONE EXTRACT DETAIL AND ROLLS  *
      *    IT INTO THE COUNT AND THE POSITION 5-12 REFERENCE-NUMBER   *
      *    HASH. A CODE OFF THE KNOWN LIST, A STRAY CONTROL RECORD,   *
      *    OR A PAYM/ADJU DETAIL FAILING A FIELD EDIT, IS REJECTED TO *
      *    THE REPORT AND THE DATED REJECT FILE.                      *
      *---------------------------------------------------------------*
       2100-COUNT-ONE-RECORD.
      *
                     ' NOT ON KNOWN-CODES LIST' DELIMITED BY SIZE
                INTO GEN-RPT-RECORD
              WRITE GEN-RPT-RECORD
              MOVE 'TXN-CODE'               TO REJECT-FIELD
              MOVE 'NOT ON KNOWN-CODES LIST' TO REJECT-REASON
              PERFORM 2170-WRITE-REJECT THRU 2170-WRITE-REJECT-EXIT
              GO TO 2100-COUNT-ONE-RECORD-EXIT
           END-IF
      *
      *    BAD DATA IS STOPPED HERE, NOT LEFT TO TURN UP DOWNSTREAM
      *    AS A SUSPENSE OR DEAD-LETTER ITEM.
      *
           PERFORM 2150-EDIT-DETAIL-FIELDS
                   THRU 2150-EDIT-DETAIL-FIELDS-EXIT
           IF FIELDS-INVALID THEN
              ADD 1 TO GEN-REJECT-COUNT
              ADD 1 TO GEN-EDIT-FAIL-COUNT
              MOVE SPACES TO GEN-RPT-RECORD
              STRING 'REJECTED - '      DELIMITED BY SIZE
                     EX-TXN-CODE        DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     EX-REF-NUMBER      DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     REJECT-FIELD       DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     REJECT-REASON      DELIMITED BY SIZE
                INTO GEN-RPT-RECORD
              WRITE GEN-RPT-RECORD
              PERFORM 2170-WRITE-REJECT THRU 2170-WRITE-REJECT-EXIT
              GO TO 2100-COUNT-ONE-RECORD-EXIT
           END-IF
      *
           IF EX-REF-NUMBER IS NUMERIC THEN
              MOVE EX-REF-NUMBER   TO TRANS-REF-NUMBER
              ADD TRANS-REF-NUMBER TO GEN-HASH-TOTAL
           END-IF
           PERFORM 2130-CHECK-DUPLICATE
                   THRU 2130-CHECK-DUPLICATE-EXIT.
      *
       2100-COUNT-ONE-RECORD-EXIT.
           EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2130-CHECK-DUPLICATE LOOKS THE CURRENT DETAIL UP ON THE    *
      *    DUPLICATE REGISTER. A HIT PUBLISHED WITHIN THE WINDOW IS   *
      *    COUNTED AND LISTED ON DUPREF.RPT WITH THE BATCH AND DATE   *
      *    THAT CARRIED IT LAST.                                      *
      *---------------------------------------------------------------*
       2130-CHECK-DUPLICATE.
      *
           IF DUP-REGISTER-CLOSED THEN
              GO TO 2130-CHECK-DUPLICATE-EXIT
           END-IF
           MOVE EX-TXN-CODE   TO DR-TXN-CODE
           MOVE EX-REF-NUMBER TO DR-REF-NUMBER
           READ DUP-REGISTER KEY IS DR-KEY
               INVALID KEY
                  GO TO 2130-CHECK-DUPLICATE-EXIT
           END-READ
           IF FS-DUP-REGISTER <> '00' THEN
              DISPLAY 'DUP-REGISTER READ ERROR - STATUS IS : '
                      FS-DUP-REGISTER
              GO TO 2130-CHECK-DUPLICATE-EXIT
           END-IF
           IF DR-PUBLISH-DATE IS NUMERIC THEN
              MOVE DR-PUBLISH-DATE TO DUP-SEEN-DATE
              MOVE FUNCTION INTEGER-OF-DATE(DUP-SEEN-DATE)
                TO DUP-SEEN-NUMBER
              IF DUP-TODAY-NUMBER - DUP-SEEN-NUMBER > DUP-WINDOW-DAYS
                 THEN
                 GO TO 2130-CHECK-DUPLICATE-EXIT
              END-IF
           END-IF
      *
           ADD 1 TO DUP-FOUND-COUNT
           MOVE SPACES TO GEN-RPT-RECORD
           STRING 'DUPLICATE - CODE ' DELIMITED BY SIZE
                  EX-TXN-CODE        DELIMITED BY SIZE
                  ' REF '            DELIMITED BY SIZE
                  EX-REF-NUMBER      DELIMITED BY SIZE
                  ' PUBLISHED IN '   DELIMITED BY SIZE
                  DR-BATCH-ID        DELIMITED BY SIZE
                  ' ON '             DELIMITED BY SIZE
                  DR-PUBLISH-DATE    DELIMITED BY SIZE
             INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
           IF DUP-RPT-OPEN THEN
              MOVE SPACES TO DUP-RPT-RECORD
              STRING 'BATCH '        DELIMITED BY SIZE
                     GEN-BATCH-ID    DELIMITED BY SIZE
                     ' '             DELIMITED BY SIZE
                     GEN-RPT-RECORD  DELIMITED BY SIZE
                INTO DUP-RPT-RECORD
              WRITE DUP-RPT-RECORD
           END-IF.
      *
       2130-CHECK-DUPLICATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2140-HOLD-DUPLICATES HOLDS A BATCH THE COUNT PASS FOUND    *
      *    DUPLICATES IN, UNLESS RUN.CONTROL CARRIES AN OVRRD EVENT   *
      *    WITH OUTCOME RELEASE AND THE BATCH ID IN THE DETAIL.       *
      *---------------------------------------------------------------*
       2140-HOLD-DUPLICATES.
      *
           SET BATCH-NHELD     TO TRUE
           SET BATCH-NRELEASED TO TRUE
           IF DUP-FOUND-COUNT = 0 THEN
              GO TO 2140-HOLD-DUPLICATES-EXIT
           END-IF
      *
           OPEN INPUT RUN-CONTROL
           IF FS-RUN-CONTROL = '00' THEN
              SET RC-SCAN-NEOF TO TRUE
              PERFORM 2145-SCAN-RELEASE-ONE
                      THRU 2145-SCAN-RELEASE-ONE-EXIT
                      UNTIL RC-SCAN-EOF
              CLOSE RUN-CONTROL
           END-IF
      *
           MOVE SPACES TO GEN-RPT-RECORD
           IF BATCH-RELEASED THEN
              DISPLAY 'TRANSGEN - BATCH ' GEN-BATCH-ID ' RELEASED BY '
                      'OPERATOR WITH ' DUP-FOUND-COUNT ' DUPLICATE(S)'
              STRING 'BATCH '          DELIMITED BY SIZE
                     GEN-BATCH-ID      DELIMITED BY SIZE
                     ' RELEASED BY OPERATOR, DUPLICATES : '
                                       DELIMITED BY SIZE
                     DUP-FOUND-COUNT   DELIMITED BY SIZE
                INTO GEN-RPT-RECORD
           ELSE
              SET BATCH-HELD TO TRUE
              STRING 'BATCH '          DELIMITED BY SIZE
                     GEN-BATCH-ID      DELIMITED BY SIZE
                     ' HELD, DUPLICATES : ' DELIMITED BY SIZE
                     DUP-FOUND-COUNT   DELIMITED BY SIZE
                     ' - RUNCTL OVRRD RELEASE TO BUILD'
                                       DELIMITED BY SIZE
                INTO GEN-RPT-RECORD
              MOVE 3            TO AL-W-SEVERITY
              MOVE 'DUPBATCH'   TO AL-W-CODE
              MOVE GEN-BATCH-ID TO AL-W-BATCH-ID
              STRING 'BATCH HELD, DETAILS ALREADY PUBLISHED : '
                                       DELIMITED BY SIZE
                     DUP-FOUND-COUNT   DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF
           WRITE GEN-RPT-RECORD
           IF DUP-RPT-OPEN THEN
              MOVE GEN-RPT-RECORD TO DUP-RPT-RECORD
              WRITE DUP-RPT-RECORD
           END-IF.
      *
       2140-HOLD-DUPLICATES-EXIT.
           EXIT.
      *
       2145-SCAN-RELEASE-ONE.
      *
           READ RUN-CONTROL
               AT END
                  SET RC-SCAN-EOF TO TRUE
                  GO TO 2145-SCAN-RELEASE-ONE-EXIT
           END-READ
           IF RC-EVENT-OVERRIDE AND RC-OUTCOME = 'RELEASE'
              AND RC-DETAIL(1:8) = GEN-BATCH-ID THEN
              SET BATCH-RELEASED TO TRUE
           END-IF.
      *
       2145-SCAN-RELEASE-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2150-EDIT-DETAIL-FIELDS EDITS A PAYM OR ADJU DETAIL FIELD  *
      *    BY FIELD : ACCOUNT NUMERIC WITH A GOOD CHECK DIGIT, AMOUNT *
      *    NUMERIC AND NOT ZERO, CURRENCY ON THE KNOWN LIST, VALUE    *
      *    DATE A REAL CALENDAR DATE. OTHER CODES HAVE NO LAYOUT TO   *
      *    EDIT AND PASS AS BEFORE.                                   *
      *---------------------------------------------------------------*
       2150-EDIT-DETAIL-FIELDS.
      *
           SET FIELDS-VALID TO TRUE
           MOVE SPACES TO REJECT-FIELD, REJECT-REASON
           IF NOT DT-LAID-OUT THEN
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
      *
           IF DT-ACCOUNT IS NOT NUMERIC THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'ACCOUNT'                TO REJECT-FIELD
              MOVE 'NOT NUMERIC'            TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
           MOVE ZEROS TO CD-SUM
           PERFORM 2160-CHECK-DIGIT-ONE
                   THRU 2160-CHECK-DIGIT-ONE-EXIT
                   VARYING CD-POS FROM 1 BY 1
                   UNTIL CD-POS > 15
           DIVIDE CD-SUM BY 10 GIVING CD-TENS REMAINDER CD-UNITS
           IF CD-UNITS = 0 THEN
              MOVE 0 TO CD-EXPECTED
           ELSE
              COMPUTE CD-EXPECTED = 10 - CD-UNITS
           END-IF
           MOVE DT-ACCOUNT-CHECK TO CD-DIGIT
           IF CD-DIGIT NOT = CD-EXPECTED THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'ACCOUNT'                TO REJECT-FIELD
              MOVE 'CHECK DIGIT DOES NOT MATCH' TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
      *
           IF DT-AMOUNT-X IS NOT NUMERIC THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'AMOUNT'                 TO REJECT-FIELD
              MOVE 'NOT NUMERIC'            TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
           IF DT-AMOUNT = 0 THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'AMOUNT'                 TO REJECT-FIELD
              MOVE 'AMOUNT IS ZERO'         TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
      *
           SET CURRENCY-UNKNOWN TO TRUE
           PERFORM 2155-MATCH-CURRENCY-ONE
                   THRU 2155-MATCH-CURRENCY-ONE-EXIT
                   VARYING KY-INDEX FROM 1 BY 1
                   UNTIL KY-INDEX > KNOWN-CURRENCY-COUNT
           IF CURRENCY-UNKNOWN THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'CURRENCY'               TO REJECT-FIELD
              MOVE 'NOT A KNOWN CURRENCY'   TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
      *
      *    A VALUE DATE IS ONLY GOOD IF IT SURVIVES THE ROUND TRIP
      *    TO A DAY NUMBER AND BACK - 20260230 DOES NOT.
      *
           IF DT-VALUE-DATE-X IS NOT NUMERIC THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'VALUE-DATE'             TO REJECT-FIELD
              MOVE 'NOT NUMERIC'            TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
           MOVE DT-VALUE-DATE TO EDIT-DATE
           IF EDIT-DATE(1:4) < '1601'
              OR EDIT-DATE(5:2) < '01' OR EDIT-DATE(5:2) > '12'
              OR EDIT-DATE(7:2) < '01' OR EDIT-DATE(7:2) > '31' THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'VALUE-DATE'             TO REJECT-FIELD
              MOVE 'NOT A VALID DATE'       TO REJECT-REASON
              GO TO 2150-EDIT-DETAIL-FIELDS-EXIT
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(EDIT-DATE)
             TO EDIT-DATE-NUMBER
           MOVE FUNCTION DATE-OF-INTEGER(EDIT-DATE-NUMBER)
             TO EDIT-DATE-BACK
           IF EDIT-DATE-BACK NOT = EDIT-DATE THEN
              SET FIELDS-INVALID TO TRUE
              MOVE 'VALUE-DATE'             TO REJECT-FIELD
              MOVE 'NOT A VALID DATE'       TO REJECT-REASON
           END-IF.
      *
       2150-EDIT-DETAIL-FIELDS-EXIT.
           EXIT.
      *
       2155-MATCH-CURRENCY-ONE.
      *
           IF KNOWN-CURRENCY(KY-INDEX) = DT-CURRENCY THEN
              SET CURRENCY-KNOWN TO TRUE
           END-IF.
      *
       2155-MATCH-CURRENCY-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2160-CHECK-DIGIT-ONE ADDS ONE ACCOUNT DIGIT TO THE         *
      *    MODULUS-10 SUM. COUNTING FROM THE RIGHT OF THE FIFTEEN     *
      *    BODY DIGITS, EVERY OTHER DIGIT IS DOUBLED - THE ODD        *
      *    POSITIONS - AND A DOUBLE OVER 9 HAS 9 TAKEN OFF.           *
      *---------------------------------------------------------------*
       2160-CHECK-DIGIT-ONE.
      *
           MOVE DT-ACCOUNT-BODY(CD-POS:1) TO CD-DIGIT
           DIVIDE CD-POS BY 2 GIVING CD-HALF REMAINDER CD-ODD
           IF CD-ODD = 1 THEN
              COMPUTE CD-WORK = CD-DIGIT * 2
              IF CD-WORK > 9 THEN
                 SUBTRACT 9 FROM CD-WORK
              END-IF
           ELSE
              MOVE CD-DIGIT TO CD-WORK
           END-IF
           ADD CD-WORK TO CD-SUM.
      *
       2160-CHECK-DIGIT-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2170-WRITE-REJECT ADDS THE CURRENT DETAIL TO THE DATED     *
      *    REJECT FILE WITH REJECT-FIELD AND REJECT-REASON. THE FILE  *
      *    IS ONLY OPENED ONCE THERE IS SOMETHING TO WRITE.           *
      *---------------------------------------------------------------*
       2170-WRITE-REJECT.
      *
           IF REJECT-CLOSED THEN
              OPEN EXTEND REJECT-FILE
              IF FS-REJECT-FILE = '35' OR FS-REJECT-FILE = '05' THEN
                 OPEN OUTPUT REJECT-FILE
              END-IF
              IF FS-REJECT-FILE <> '00' THEN
                 DISPLAY 'REJECT-FILE ACCESS ERROR - STATUS IS : '
                         FS-REJECT-FILE ' FILE : ' WS-REJECT-NAME
                 GO TO 2170-WRITE-REJECT-EXIT
              END-IF
              SET REJECT-OPEN TO TRUE
           END-IF
      *
           MOVE SPACES         TO RJ-RECORD
           MOVE GEN-BATCH-ID   TO RJ-BATCH-ID
           MOVE EX-TXN-CODE    TO RJ-TXN-CODE
           MOVE EX-REF-NUMBER  TO RJ-REF-NUMBER
           MOVE REJECT-FIELD   TO RJ-FIELD
           MOVE REJECT-REASON  TO RJ-REASON
           MOVE EXTRACT-RECORD TO RJ-DETAIL
           WRITE RJ-RECORD
           IF FS-REJECT-FILE <> '00' THEN
              DISPLAY 'REJECT-FILE WRITE ERROR - STATUS IS : '
                      FS-REJECT-FILE
           END-IF.
      *
       2170-WRITE-REJECT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-WRITE-ONE-RECORD COPIES ONE ACCEPTED DETAIL TO THE    *
      *    BATCH. REJECTS WERE ALREADY REPORTED ON THE COUNT PASS    *
      *    AND ARE PASSED OVER IN SILENCE HERE.                      *
           IF CODE-UNKNOWN THEN
              GO TO 2200-WRITE-ONE-RECORD-EXIT
           END-IF
           PERFORM 2150-EDIT-DETAIL-FIELDS
                   THRU 2150-EDIT-DETAIL-FIELDS-EXIT
           IF FIELDS-INVALID THEN
              GO TO 2200-WRITE-ONE-RECORD-EXIT
           END-IF
      *
           MOVE EXTRACT-RECORD TO TRANS-RECORD
           WRITE TRANS-RECORD
                  GEN-REJECT-COUNT              DELIMITED BY SIZE
             INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
      *
           MOVE SPACES TO GEN-RPT-RECORD
           STRING 'OF WHICH FAILED AN EDIT  : ' DELIMITED BY SIZE
                  GEN-EDIT-FAIL-COUNT           DELIMITED BY SIZE
             INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
      *
           MOVE SPACES TO GEN-RPT-RECORD
           STRING 'HASH TOTAL STAMPED       : ' DELIMITED BY SIZE
                  GEN-HASH-TOTAL                DELIMITED BY SIZE
             INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
      *
           MOVE SPACES TO GEN-RPT-RECORD
           STRING 'DUPLICATES FOUND         : ' DELIMITED BY SIZE
                  DUP-FOUND-COUNT               DELIMITED BY SIZE
             INTO GEN-RPT-RECORD
           WRITE GEN-RPT-RECORD
      *
           IF GEN-REJECT-COUNT > 0 AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
           DISPLAY 'TRANSGEN - EXTRACT RECORDS : ' GEN-READ-COUNT
           DISPLAY 'TRANSGEN - DETAILS WRITTEN : ' GEN-DETAIL-COUNT
           DISPLAY 'TRANSGEN - DETAILS REJECTED: ' GEN-REJECT-COUNT
           DISPLAY 'TRANSGEN - FAILED AN EDIT  : ' GEN-EDIT-FAIL-COUNT
           DISPLAY 'TRANSGEN - HASH TOTAL      : ' GEN-HASH-TOTAL
           DISPLAY 'TRANSGEN - DUPLICATES      : ' DUP-FOUND-COUNT.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2940-WRITE-ALERT APPENDS ONE RECORD TO THE SHARED ALERT   *
      *    LOG - THE CALLER SETS THE SEVERITY, CODE, BATCH, QUEUE    *
      *    AND TEXT FIELDS FIRST. LIKE RUN-CONTROL, A LOG THAT       *
      *    CANNOT BE WRITTEN IS REPORTED BUT DOES NOT STOP THE RUN.  *
      *---------------------------------------------------------------*
       2940-WRITE-ALERT.
      *
           OPEN EXTEND ALERT-LOG
           IF FS-ALERT-LOG = '35' OR FS-ALERT-LOG = '05' THEN
              OPEN OUTPUT ALERT-LOG
           END-IF
           IF FS-ALERT-LOG <> '00' THEN
              DISPLAY 'ALERT-LOG ACCESS ERROR - STATUS IS : '
                      FS-ALERT-LOG
              GO TO 2940-WRITE-ALERT-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES         TO AL-RECORD
           MOVE FULL-DATETIME  TO AL-TIMESTAMP
           MOVE PGM-NAME       TO AL-PROGRAM
           MOVE AL-W-SEVERITY  TO AL-SEVERITY
           MOVE AL-W-CODE      TO AL-CODE
           MOVE AL-W-BATCH-ID  TO AL-BATCH-ID
           MOVE AL-W-QUEUE     TO AL-QUEUE
           MOVE AL-W-TEXT      TO AL-TEXT
           MOVE '|' TO AL-RECORD(17:1), AL-RECORD(28:1),
                       AL-RECORD(30:1), AL-RECORD(39:1),
                       AL-RECORD(48:1), AL-RECORD(64:1)
           WRITE AL-RECORD
           IF FS-ALERT-LOG <> '00' THEN
              DISPLAY 'ALERT-LOG WRITE ERROR - STATUS IS : '
                      FS-ALERT-LOG
           END-IF
           CLOSE ALERT-LOG
           MOVE SPACES TO AL-W-BATCH-ID, AL-W-QUEUE, AL-W-TEXT.
      *
       2940-WRITE-ALERT-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE GEN-RPT.
           IF DUP-REGISTER-OPEN THEN
              CLOSE DUP-REGISTER
           END-IF
           IF DUP-RPT-OPEN THEN
              CLOSE DUP-RPT
           END-IF
           IF REJECT-OPEN THEN
              CLOSE REJECT-FILE
           END-IF
           STOP RUN.
