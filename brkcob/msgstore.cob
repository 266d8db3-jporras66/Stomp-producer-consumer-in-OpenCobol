      *    OUTPUT FILES, NAMED EXPLICITLY ON THE COMMAND LINE SINCE A
      *    LOAD RUN SWEEPS WORK ALREADY DONE - ONE OR MORE NAMES,
      *    SEPARATED BY SPACES.
      *
      *    'REINDEX' ALONE ON THE COMMAND LINE REBUILDS THE ACCOUNT
      *    INDEX FROM THE STORE INSTEAD OF LOADING FILES.
      *
      *    'CONVERT' FOLLOWED BY A FILE NAME COPIES A STORE BUILT
      *    BEFORE THE STATUS, RETURN AND BUSINESS-DATE FIELDS WERE
      *    ADDED INTO THE CURRENT LAYOUT - THE OLD STORE CANNOT BE
      *    OPENED UNDER THE NEW RECORD (STATUS 39). RENAME THE OLD
      *    STORE FIRST, FOR EXAMPLE TO MSGSTORE.OLD, THEN RUN
      *        MSGSTORE CONVERT MSGSTORE.OLD
      *    EVERY OLD MESSAGE IS WRITTEN RECEIVED, UNDER THE BUSINESS
      *    DATE IN ITS HEADER (THE RECEIVED DATE WHEN IT HAS NONE),
      *    WITH NO RETURN DETAILS, AND IS INDEXED ON THE ACCOUNT
      *    INDEX. RECALL.LOG IS THEN APPLIED AS ON ANY LOAD RUN. THE
      *    OLD FILE IS ONLY READ AND CAN BE KEPT UNTIL THE NEW STORE
      *    HAS BEEN CHECKED.
      *
        COPY 'select-file-data.cpy'.
      *
        COPY 'select-msg-store.cpy'.
      *
        COPY 'select-acct-index.cpy'.
      *
      *    OLD-STORE IS THE PRE-STATUS MESSAGE STORE READ BY A
      *    CONVERT RUN, WITH THE KEYS IT WAS BUILT UNDER.
      *
           SELECT OLD-STORE
               ASSIGN TO DYNAMIC WS-OLD-STORE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-MSGID
               ALTERNATE RECORD KEY IS OS-SOURCE-QUEUE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS OS-RECEIVED-DATE
                   WITH DUPLICATES
               FILE STATUS IS FS-OLD-STORE.
      *
      *    AFTER EACH FILE-DATA.YYYYMMDD IS LOADED THE SAME SELECT IS
      *    TURNED ON THAT DAY'S HOLD, PAYMENTS AND ADJUST FILES - THE
      *    SAME WW02 IMAGE - TO MOVE THE STORED MESSAGES ON TO HELD
      *    OR ROUTED.
      *
      *    RECALL-LOG IS CONSUMER'S RECORD OF THE BATCHES IT HAS
      *    REVERSED ON A CANCEL FROM RECALL. EVERY LOAD RUN MARKS
      *    THE STORED MESSAGES OF THOSE BATCHES RECALLED.
      *
        COPY 'select-recall-log.cpy'.
      *
      *    MASK-CONFIG NAMES, PER TRANSACTION CODE, THE PAYLOAD
      *    POSITIONS THAT CARRY ACCOUNT DATA - THE SAME FILE MSGINQ
      *    STARS OUT. EVERY SUCH FIELD IN A LOADED MESSAGE GETS AN
      *    ENTRY ON THE ACCOUNT INDEX.
      *
           SELECT MASK-CONFIG
               ASSIGN TO 'MASK.CONFIG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MASK-CONFIG.
      *
           SELECT LOAD-RPT
               ASSIGN TO 'MSGSTORE.RPT'
       COPY 'fd-file-data.cpy'.
      *
       COPY 'fd-msg-store.cpy'.
      *
       COPY 'fd-acct-index.cpy'.
      *
       FD  OLD-STORE
           LABEL RECORDS ARE STANDARD.
       01  OS-RECORD.
           05  OS-MSGID                PIC X(20).
           05  OS-SOURCE-QUEUE         PIC X(15).
           05  OS-RECEIVED-DATE        PIC X(08).
           05  OS-RECEIVED-TIMESTAMP   PIC X(16).
           05  OS-ENCODING-FLAG        PIC X(01).
           05  OS-MSG-LENGTH           PIC 9(04).
           05  OS-MESSAGE              PIC X(2048).
      *
       COPY 'fd-recall-log.cpy'.
      *
       FD  MASK-CONFIG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  MASK-CONFIG-LINE            PIC X(80).
      *
       FD  LOAD-RPT
           LABEL RECORDS ARE STANDARD
      *
       01 FS-MSG-STORE      PIC X(02) VALUE '00'.
       01 FS-LOAD-RPT       PIC X(02) VALUE '00'.
       01 FS-ACCT-INDEX     PIC X(02) VALUE '00'.
       01 FS-MASK-CONFIG    PIC X(02) VALUE '00'.
       01 FS-RECALL-LOG     PIC X(02) VALUE '00'.
       01 WS-FILE-DATA-NAME PIC X(30) VALUE SPACES.
       01 FS-OLD-STORE      PIC X(02) VALUE '00'.
       01 WS-OLD-STORE-NAME PIC X(30) VALUE SPACES.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
       01 FILE-READ-COUNT   PIC 9(08) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES  PIC X(160) VALUE SPACES.
      *---------------------------------------------------------------*
      *    A C C O U N T   I N D E X                                  *
      *    MASK=CODE,START,LENGTH LINES IN MASK.CONFIG, LOADED AS    *
      *    MSGINQ LOADS THEM. POSITIONS ARE PAYLOAD POSITIONS - THE  *
      *    PAYLOAD STARTS AT BYTE 157 OF THE STORED MESSAGE. AN 'E'  *
      *    RECORD'S PAYLOAD IS CONVERTED THROUGH ebc2asc INTO THE    *
      *    WORK COPY FIRST, SO THE INDEX ALWAYS HOLDS READABLE       *
      *    ACCOUNTS. 'REINDEX' ALONE ON THE COMMAND LINE REBUILDS    *
      *    THE INDEX FROM THE WHOLE STORE INSTEAD OF LOADING FILES - *
      *    FOR A STORE LOADED BEFORE THE INDEX EXISTED, OR AFTER A   *
      *    MASK.CONFIG CHANGE.                                       *
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
       01 RUN-MODE-SW        PIC 9 VALUE 0.
          88 REINDEX-RUN     VALUE 1.
          88 CONVERT-RUN     VALUE 2.
          88 LOAD-RUN        VALUE 0.
       01 TOTAL-CONVERTED    PIC 9(08) VALUE ZEROS.
       01 IX-PAYLOAD         PIC X(1892) VALUE SPACES.
       01 IX-TXN-CODE        PIC X(04) VALUE SPACES.
       01 IX-NEW-RECORD      PIC X(139) VALUE SPACES.
       01 IX-KEEP-STATUS     PIC X(10) VALUE SPACES.
       01 W-LENGTH           BINARY-SHORT VALUE 0.
       01 TOTAL-INDEXED      PIC 9(08) VALUE ZEROS.
       01 TOTAL-REINDEXED    PIC 9(08) VALUE ZEROS.
       01 TOTAL-SWEPT        PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    R E C A L L E D   B A T C H E S                            *
      *    EACH RECALL.LOG ROW NAMES A BATCH, ITS BUSINESS DATE AND  *
      *    THE QUEUE CONSUMER REVERSED IT ON. THE STORE IS BROWSED   *
      *    ON THE BUSINESS-DATE KEY AND EVERY MESSAGE OF THE BATCH   *
      *    FROM THAT QUEUE NOT ALREADY RECALLED IS MARKED SO, WITH   *
      *    ITS ACCOUNT INDEX ENTRIES. A ROW ALREADY APPLIED CHANGES  *
      *    NOTHING THE SECOND TIME.                                  *
      *---------------------------------------------------------------*
       01 RECALL-EOF-SW      PIC 9 VALUE 0.
          88 RECALL-EOF      VALUE 1.
          88 RECALL-NEOF     VALUE 0.
       01 RECALL-BROWSE-SW   PIC 9 VALUE 0.
          88 RECALL-BROWSE-END  VALUE 1.
          88 RECALL-BROWSE-MORE VALUE 0.
       01 RECALL-ROWS-READ   PIC 9(08) VALUE ZEROS.
       01 TOTAL-RECALLED     PIC 9(08) VALUE ZEROS.
       01 ROW-RECALLED       PIC 9(08) VALUE ZEROS.
       01 AX-BROWSE-SW       PIC 9 VALUE 0.
          88 AX-BROWSE-END   VALUE 1.
          88 AX-BROWSE-MORE  VALUE 0.
       01 AX-RECALL-MSGID    PIC X(20) VALUE SPACES.
       01 AX-MARK-STATUS     PIC X(10) VALUE SPACES.
      *---------------------------------------------------------------*
      *    L I F E C Y C L E   S T A T U S                            *
      *    A LOADED MESSAGE STARTS RECEIVED. THE DAY'S HOLD FILE     *
      *    MOVES ITS MESSAGES TO HELD, AND THE DAY'S PAYMENTS AND    *
      *    ADJUST FILES MOVE A RECEIVED OR HELD MESSAGE TO ROUTED -  *
      *    A COMPLIANCE RELEASE LANDS ON THE RELEASE DAY'S TYPED     *
      *    FILE AND IS PICKED UP WHEN THAT DAY IS LOADED. REVERSAL   *
      *    RECORDS ARE PASSED OVER, AND A RETURNED OR RECALLED       *
      *    MESSAGE IS NEVER MOVED BACK.                              *
      *---------------------------------------------------------------*
       01 ROUTING-FAMILY     PIC 9(01) VALUE ZEROS.
       01 ROUTING-DATE       PIC X(08) VALUE SPACES.
       01 ROUTING-PREFIX     PIC X(10) VALUE SPACES.
       01 ROUTING-EOF-SW     PIC 9 VALUE 0.
          88 ROUTING-EOF     VALUE 1.
          88 ROUTING-NEOF    VALUE 0.
       01 TOTAL-HELD         PIC 9(08) VALUE ZEROS.
       01 TOTAL-ROUTED       PIC 9(08) VALUE ZEROS.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-MSGSTORE-WS-FIN'.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF COMMAND-LINE-VALUES = 'REINDEX' THEN
              SET REINDEX-RUN TO TRUE
              DISPLAY 'MSGSTORE - REBUILDING THE ACCOUNT INDEX'
           END-IF
           IF COMMAND-LINE-VALUES(1:8) = 'CONVERT ' THEN
              SET CONVERT-RUN TO TRUE
           END-IF
           MOVE SPACES TO INPUT-NAME-TABLE
           UNSTRING COMMAND-LINE-VALUES DELIMITED BY ALL ' '
               INTO INPUT-NAME(1), INPUT-NAME(2), INPUT-NAME(3),
                  MOVE 4 TO RETURN-CODE
           END-UNSTRING
           MOVE ZEROS TO INPUT-NAME-COUNT
           IF LOAD-RUN THEN
              PERFORM 1100-COUNT-ONE-NAME
                      THRU 1100-COUNT-ONE-NAME-EXIT
                      VARYING FILE-INDEX FROM 1 BY 1
                      UNTIL FILE-INDEX > INPUT-NAME-MAX
              DISPLAY 'MSGSTORE - LOADING ' INPUT-NAME-COUNT
                      ' FILE(S)'
           END-IF
           IF CONVERT-RUN THEN
              MOVE INPUT-NAME(2) TO WS-OLD-STORE-NAME
              IF WS-OLD-STORE-NAME = SPACES THEN
                 DISPLAY 'MSGSTORE - CONVERT NEEDS THE OLD STORE NAME'
                         ', ENDING RUN'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'MSGSTORE - CONVERTING OLD STORE : '
                      WS-OLD-STORE-NAME
           END-IF
      *
           OPEN OUTPUT LOAD-RPT
           IF FS-LOAD-RPT <> '00' THEN
      *
       1100-COUNT-ONE-NAME-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1200-LOAD-MASK-CONFIG LOADS THE MASK=CODE,START,LENGTH    *
      *    LINES. NO CONFIG MEANS NO ACCOUNT INDEX ENTRIES.          *
      *---------------------------------------------------------------*
       1200-LOAD-MASK-CONFIG.
      *
           OPEN INPUT MASK-CONFIG
           IF FS-MASK-CONFIG = '35' THEN
              GO TO 1200-LOAD-MASK-CONFIG-EXIT
           END-IF
           IF FS-MASK-CONFIG <> '00' THEN
              DISPLAY 'MASK-CONFIG ACCESS ERROR - STATUS IS : '
                      FS-MASK-CONFIG
              GO TO 1200-LOAD-MASK-CONFIG-EXIT
           END-IF
           SET MASK-NEOF TO TRUE
           PERFORM 1210-MASK-CONFIG-LINE
                   THRU 1210-MASK-CONFIG-LINE-EXIT
                   UNTIL MASK-EOF
           CLOSE MASK-CONFIG
           DISPLAY 'MSGSTORE - MASK CONFIG HAS ' MASK-COUNT
                   ' ENTRIES'.
      *
       1200-LOAD-MASK-CONFIG-EXIT.
           EXIT.
      *
       1210-MASK-CONFIG-LINE.
      *
           READ MASK-CONFIG
               AT END
                  SET MASK-EOF TO TRUE
                  GO TO 1210-MASK-CONFIG-LINE-EXIT
           END-READ
           IF MASK-CONFIG-LINE(1:1) = '*'
              OR MASK-CONFIG-LINE(1:1) = SPACE THEN
              GO TO 1210-MASK-CONFIG-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING MASK-CONFIG-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           IF PARM-KEY NOT = 'MASK' THEN
              DISPLAY 'MSGSTORE - UNKNOWN MASK CONFIG KEYWORD : '
                      PARM-KEY
              GO TO 1210-MASK-CONFIG-LINE-EXIT
           END-IF
           IF MASK-COUNT >= MASK-MAX THEN
              DISPLAY 'MSGSTORE - MASK TABLE FULL, IGNORING : '
                      PARM-VALUE
              GO TO 1210-MASK-CONFIG-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-M-CODE, PARM-M-START, PARM-M-LENGTH
           UNSTRING PARM-VALUE DELIMITED BY ','
               INTO PARM-M-CODE, PARM-M-START, PARM-M-LENGTH
           MOVE PARM-M-START TO PARM-NUM-INPUT
           PERFORM 1230-PARM-NUMBER THRU 1230-PARM-NUMBER-EXIT
           IF PARM-M-CODE = SPACES OR PARM-NUM-INVALID
              OR PARM-NUMBER = 0 OR PARM-NUMBER > 1868 THEN
              DISPLAY 'MSGSTORE - BAD MASK LINE IN CONFIG : '
                      PARM-VALUE
              GO TO 1210-MASK-CONFIG-LINE-EXIT
           END-IF
           ADD 1 TO MASK-COUNT
           MOVE PARM-M-CODE TO MK-CODE(MASK-COUNT)
           MOVE PARM-NUMBER TO MK-START(MASK-COUNT)
           MOVE PARM-M-LENGTH TO PARM-NUM-INPUT
           PERFORM 1230-PARM-NUMBER THRU 1230-PARM-NUMBER-EXIT
           IF PARM-NUM-INVALID OR PARM-NUMBER = 0
              OR MK-START(MASK-COUNT) + PARM-NUMBER - 1 > 1868 THEN
              DISPLAY 'MSGSTORE - BAD MASK LINE IN CONFIG : '
                      PARM-VALUE
              SUBTRACT 1 FROM MASK-COUNT
              GO TO 1210-MASK-CONFIG-LINE-EXIT
           END-IF
           MOVE PARM-NUMBER TO MK-LENGTH(MASK-COUNT).
      *
       1210-MASK-CONFIG-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    1230-PARM-NUMBER TAKES THE DIGIT TOKEN AT THE FRONT OF     *
      *    PARM-NUM-INPUT AND RETURNS IT RIGHT-ALIGNED IN             *
      *    PARM-NUMBER, OR SETS PARM-NUM-INVALID.                     *
      *---------------------------------------------------------------*
       1230-PARM-NUMBER.
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
       1230-PARM-NUMBER-EXIT.
           EXIT.
      *
       2000-INIT.
      *
              PERFORM 3000-END
           END-IF
      *
      *    THE ACCOUNT INDEX IS KEPT IN STEP WITH THE STORE - SAME
      *    OPEN, SAME FIRST-LOAD CREATION.
      *
           OPEN I-O ACCT-INDEX
           IF FS-ACCT-INDEX = '35' OR FS-ACCT-INDEX = '05' THEN
              OPEN OUTPUT ACCT-INDEX
              CLOSE ACCT-INDEX
              OPEN I-O ACCT-INDEX
           END-IF
           IF FS-ACCT-INDEX <> '00' THEN
              DISPLAY 'ACCT-INDEX ACCESS ERROR - STATUS IS : '
                      FS-ACCT-INDEX
              MOVE 8 TO RETURN-CODE
              CLOSE MSG-STORE
              PERFORM 3000-END
           END-IF
           PERFORM 1200-LOAD-MASK-CONFIG
                   THRU 1200-LOAD-MASK-CONFIG-EXIT
      *
           EVALUATE TRUE
              WHEN REINDEX-RUN
                 PERFORM 2500-REINDEX-STORE
                         THRU 2500-REINDEX-STORE-EXIT
              WHEN CONVERT-RUN
                 PERFORM 2200-CONVERT-STORE
                         THRU 2200-CONVERT-STORE-EXIT
                 PERFORM 2700-APPLY-RECALLS
                         THRU 2700-APPLY-RECALLS-EXIT
              WHEN OTHER
                 PERFORM 2100-LOAD-ONE-FILE
                         THRU 2100-LOAD-ONE-FILE-EXIT
                         VARYING FILE-INDEX FROM 1 BY 1
                         UNTIL FILE-INDEX > INPUT-NAME-COUNT
                 PERFORM 2700-APPLY-RECALLS
                         THRU 2700-APPLY-RECALLS-EXIT
           END-EVALUATE
      *
           CLOSE MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
                      FS-MSG-STORE
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ACCT-INDEX
           IF FS-ACCT-INDEX <> '00' THEN
              DISPLAY 'ACCT-INDEX CLOSE ERROR - STATUS IS : '
                      FS-ACCT-INDEX
              MOVE 8 TO RETURN-CODE
           END-IF
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT.
      *
           MOVE 'LOADED'           TO RC-W-OUTCOME
           MOVE WS-FILE-DATA-NAME  TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
                   THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
      *    A DATED FILE-DATA FILE HAS ITS DAY'S HOLD AND TYPED FILES
      *    ALONGSIDE IT; ANY OTHER NAME IS LOADED WITHOUT THEM.
      *
           IF WS-FILE-DATA-NAME(1:10) = 'FILE-DATA.' THEN
              MOVE WS-FILE-DATA-NAME(11:8) TO ROUTING-DATE
              PERFORM 2800-APPLY-ROUTING
                      THRU 2800-APPLY-ROUTING-EXIT
                      VARYING ROUTING-FAMILY FROM 1 BY 1
                      UNTIL ROUTING-FAMILY > 3
           END-IF.
      *
       2100-LOAD-ONE-FILE-EXIT.
           EXIT.
           MOVE WW02-ENCODING-FLAG           TO MS-ENCODING-FLAG
           MOVE WW02-MSG-LENGTH              TO MS-MSG-LENGTH
           MOVE WW02-MESSAGE                 TO MS-MESSAGE
      *    A MESSAGE PUBLISHED WITHOUT A BUSINESS DATE IS FILED UNDER
      *    ITS RECEIVED DATE.
           IF MS-BUSINESS-DATE IS NOT NUMERIC THEN
              MOVE MS-RECEIVED-DATE          TO MS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           SET MS-STATUS-RECEIVED            TO TRUE
           MOVE FULL-DATETIME                TO MS-STATUS-TIMESTAMP
           MOVE SPACES                       TO MS-RETURN-REASON,
                                                MS-RETURN-TEXT,
                                                MS-RETURN-DATE
      *
           WRITE MS-RECORD
           EVALUATE FS-MSG-STORE
              WHEN '00'
              WHEN '02'
                 ADD 1 TO TOTAL-LOADED
                 PERFORM 2600-INDEX-ACCOUNTS
                         THRU 2600-INDEX-ACCOUNTS-EXIT
              WHEN '22'
                 PERFORM 2120-HANDLE-DUPLICATE
                         THRU 2120-HANDLE-DUPLICATE-EXIT
                 MOVE 8 TO RETURN-CODE
                 CLOSE FILE-DATA
                 CLOSE MSG-STORE
                 CLOSE ACCT-INDEX
                 PERFORM 2400-WRITE-SUMMARY
                         THRU 2400-WRITE-SUMMARY-EXIT
                 PERFORM 3000-END
      *    WITH DIFFERENT CONTENT IS REJECTED TO THE REPORT.         *
      *    WW02-FILE-DATA STILL HOLDS THE INCOMING RECORD, SO THE    *
      *    STORED ONE CAN BE READ FOR COMPARISON AND MS-RECORD       *
      *    REBUILT FROM THE INPUT AFTERWARDS - THE STATUS IT HAS     *
      *    REACHED IN THE STORE IS KEPT.                             *
      *---------------------------------------------------------------*
       2120-HANDLE-DUPLICATE.
      *
              MOVE WW02-ENCODING-FLAG           TO MS-ENCODING-FLAG
              MOVE WW02-MSG-LENGTH              TO MS-MSG-LENGTH
              MOVE WW02-MESSAGE                 TO MS-MESSAGE
              IF MS-BUSINESS-DATE IS NOT NUMERIC THEN
                 MOVE MS-RECEIVED-DATE          TO MS-BUSINESS-DATE
              END-IF
              REWRITE MS-RECORD
              IF FS-MSG-STORE = '00' OR FS-MSG-STORE = '02' THEN
                 ADD 1 TO TOTAL-UPGRADED
                 PERFORM 2600-INDEX-ACCOUNTS
                         THRU 2600-INDEX-ACCOUNTS-EXIT
              ELSE
                 DISPLAY 'MSG-STORE REWRITE ERROR - STATUS IS : '
                         FS-MSG-STORE
      *
       2120-HANDLE-DUPLICATE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-CONVERT-STORE COPIES EVERY RECORD OF THE OLD-LAYOUT  *
      *    STORE, IN MESSAGE-ID ORDER, INTO THE STORE NOW OPEN.      *
      *---------------------------------------------------------------*
       2200-CONVERT-STORE.
      *
           OPEN INPUT OLD-STORE
           IF FS-OLD-STORE <> '00' THEN
              DISPLAY 'OLD-STORE ACCESS ERROR - STATUS IS : '
                      FS-OLD-STORE ' FILE : ' WS-OLD-STORE-NAME
              MOVE SPACES TO LOAD-RPT-RECORD
              STRING 'OLD STORE NOT CONVERTED, STATUS '
                                        DELIMITED BY SIZE
                     FS-OLD-STORE       DELIMITED BY SIZE
                     ' : '              DELIMITED BY SIZE
                     WS-OLD-STORE-NAME  DELIMITED BY SIZE
                INTO LOAD-RPT-RECORD
              WRITE LOAD-RPT-RECORD
              MOVE 8 TO RETURN-CODE
              GO TO 2200-CONVERT-STORE-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2210-CONVERT-ONE
                   THRU 2210-CONVERT-ONE-EXIT
                   UNTIL EOF
           CLOSE OLD-STORE.
      *
       2200-CONVERT-STORE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2210-CONVERT-ONE BUILDS THE CURRENT RECORD FROM ONE OLD   *
      *    ONE THE WAY 2110 BUILDS IT FROM FILE-DATA. A MESSAGE-ID   *
      *    ALREADY IN THE NEW STORE (A CONVERT RUN TWICE, OR LOADS   *
      *    MADE BEFORE IT) IS LEFT AS IT IS AND REPORTED.            *
      *---------------------------------------------------------------*
       2210-CONVERT-ONE.
      *
           READ OLD-STORE NEXT
               AT END
                  SET EOF TO TRUE
                  GO TO 2210-CONVERT-ONE-EXIT
           END-READ
           IF FS-OLD-STORE <> '00' AND FS-OLD-STORE <> '02' THEN
              DISPLAY 'OLD-STORE READ ERROR - STATUS IS : '
                      FS-OLD-STORE
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
              GO TO 2210-CONVERT-ONE-EXIT
           END-IF
           ADD 1 TO TOTAL-READ
      *
           MOVE SPACES                       TO MS-RECORD
           MOVE OS-MSGID                     TO MS-MSGID
           MOVE OS-SOURCE-QUEUE              TO MS-SOURCE-QUEUE
           MOVE OS-RECEIVED-DATE             TO MS-RECEIVED-DATE
           MOVE OS-RECEIVED-TIMESTAMP        TO MS-RECEIVED-TIMESTAMP
           MOVE OS-ENCODING-FLAG             TO MS-ENCODING-FLAG
           MOVE OS-MSG-LENGTH                TO MS-MSG-LENGTH
           MOVE OS-MESSAGE                   TO MS-MESSAGE
           IF MS-BUSINESS-DATE IS NOT NUMERIC THEN
              MOVE MS-RECEIVED-DATE          TO MS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           SET MS-STATUS-RECEIVED            TO TRUE
           MOVE FULL-DATETIME                TO MS-STATUS-TIMESTAMP
           MOVE SPACES                       TO MS-RETURN-REASON,
                                                MS-RETURN-TEXT,
                                                MS-RETURN-DATE
      *
           WRITE MS-RECORD
           EVALUATE FS-MSG-STORE
              WHEN '00'
              WHEN '02'
                 ADD 1 TO TOTAL-CONVERTED
                 PERFORM 2600-INDEX-ACCOUNTS
                         THRU 2600-INDEX-ACCOUNTS-EXIT
              WHEN '22'
                 ADD 1 TO TOTAL-REJECTED
                 MOVE SPACES TO LOAD-RPT-RECORD
                 STRING 'ALREADY IN STORE, NOT CONVERTED : '
                                           DELIMITED BY SIZE
                        OS-MSGID           DELIMITED BY SIZE
                   INTO LOAD-RPT-RECORD
                 WRITE LOAD-RPT-RECORD
              WHEN OTHER
                 DISPLAY 'MSG-STORE WRITE ERROR - STATUS IS : '
                         FS-MSG-STORE
                 MOVE 8 TO RETURN-CODE
                 SET EOF TO TRUE
           END-EVALUATE.
      *
       2210-CONVERT-ONE-EXIT.
           EXIT.
      *
       2400-WRITE-SUMMARY.
      *
                  TOTAL-REJECTED                DELIMITED BY SIZE
             INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
      *
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'ACCOUNT ENTRIES ADDED    : ' DELIMITED BY SIZE
                  TOTAL-INDEXED                 DELIMITED BY SIZE
             INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
      *
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'ACCOUNT ENTRIES REFRESHED: ' DELIMITED BY SIZE
                  TOTAL-REINDEXED               DELIMITED BY SIZE
             INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
      *
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'MESSAGES MARKED HELD     : ' DELIMITED BY SIZE
                  TOTAL-HELD                    DELIMITED BY SIZE
             INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
      *
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'MESSAGES MARKED ROUTED   : ' DELIMITED BY SIZE
                  TOTAL-ROUTED                  DELIMITED BY SIZE
             INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
      *
           MOVE SPACES TO LOAD-RPT-RECORD
           STRING 'MESSAGES MARKED RECALLED : ' DELIMITED BY SIZE
                  TOTAL-RECALLED                DELIMITED BY SIZE
             INTO LOAD-RPT-RECORD
           WRITE LOAD-RPT-RECORD
      *
           IF CONVERT-RUN THEN
              MOVE SPACES TO LOAD-RPT-RECORD
              STRING 'OLD RECORDS CONVERTED    : ' DELIMITED BY SIZE
                     TOTAL-CONVERTED               DELIMITED BY SIZE
                INTO LOAD-RPT-RECORD
              WRITE LOAD-RPT-RECORD
              DISPLAY 'MSGSTORE - OLD RECORDS CONVERTED : '
                      TOTAL-CONVERTED
           END-IF
      *
           IF REINDEX-RUN THEN
              MOVE SPACES TO LOAD-RPT-RECORD
              STRING 'STORED MESSAGES SWEPT    : ' DELIMITED BY SIZE
                     TOTAL-SWEPT                   DELIMITED BY SIZE
                INTO LOAD-RPT-RECORD
              WRITE LOAD-RPT-RECORD
           END-IF
      *
           IF TOTAL-REJECTED > 0 AND RETURN-CODE = 0 THEN
              MOVE 4 TO RETURN-CODE
           DISPLAY 'MSGSTORE - RECORDS LOADED     : ' TOTAL-LOADED
           DISPLAY 'MSGSTORE - COMPANIONS REPLACED: ' TOTAL-UPGRADED
           DISPLAY 'MSGSTORE - IDENTICAL COPIES   : ' TOTAL-DUP-COPIES
           DISPLAY 'MSGSTORE - DUPLICATES REJECTED: ' TOTAL-REJECTED
           DISPLAY 'MSGSTORE - ACCOUNT ENTRIES    : ' TOTAL-INDEXED
           DISPLAY 'MSGSTORE - ACCOUNTS REFRESHED : ' TOTAL-REINDEXED
           DISPLAY 'MSGSTORE - MARKED HELD        : ' TOTAL-HELD
           DISPLAY 'MSGSTORE - MARKED ROUTED      : ' TOTAL-ROUTED
           DISPLAY 'MSGSTORE - MARKED RECALLED    : ' TOTAL-RECALLED.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2500-REINDEX-STORE READS THE WHOLE STORE IN MESSAGE-ID     *
      *    ORDER AND INDEXES EVERY MESSAGE AGAIN. ENTRIES ALREADY ON  *
      *    THE INDEX ARE REFRESHED, NOT DUPLICATED.                   *
      *---------------------------------------------------------------*
       2500-REINDEX-STORE.
      *
           MOVE LOW-VALUES TO MS-MSGID
           START MSG-STORE KEY IS >= MS-MSGID
           IF FS-MSG-STORE <> '00' THEN
              DISPLAY 'MSGSTORE - THE STORE IS EMPTY, NOTHING TO '
                      'INDEX'
              GO TO 2500-REINDEX-STORE-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2510-REINDEX-ONE
                   THRU 2510-REINDEX-ONE-EXIT
                   UNTIL EOF.
      *
       2500-REINDEX-STORE-EXIT.
           EXIT.
      *
       2510-REINDEX-ONE.
      *
           READ MSG-STORE NEXT
               AT END
                  SET EOF TO TRUE
                  GO TO 2510-REINDEX-ONE-EXIT
           END-READ
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'MSG-STORE READ ERROR - STATUS IS : '
                      FS-MSG-STORE
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
              GO TO 2510-REINDEX-ONE-EXIT
           END-IF
           ADD 1 TO TOTAL-SWEPT
           PERFORM 2600-INDEX-ACCOUNTS
                   THRU 2600-INDEX-ACCOUNTS-EXIT.
      *
       2510-REINDEX-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2600-INDEX-ACCOUNTS POSTS ONE ACCOUNT INDEX ENTRY FOR     *
      *    EACH MASK.CONFIG FIELD OF THE MESSAGE NOW IN MS-RECORD.   *
      *    THE STORED RECORD ITSELF IS NEVER TOUCHED - AN 'E'        *
      *    PAYLOAD IS CONVERTED IN THE WORK COPY ONLY.               *
      *---------------------------------------------------------------*
       2600-INDEX-ACCOUNTS.
      *
           IF MASK-COUNT = 0 THEN
              GO TO 2600-INDEX-ACCOUNTS-EXIT
           END-IF
           MOVE MS-MESSAGE(157:1892) TO IX-PAYLOAD
           IF MS-ENCODING-EBCDIC THEN
              IF MS-MSG-LENGTH IS NUMERIC AND MS-MSG-LENGTH > 0 THEN
                 MOVE MS-MSG-LENGTH TO W-LENGTH
              ELSE
                 MOVE 1892 TO W-LENGTH
              END-IF
              IF W-LENGTH > 1892 THEN
                 MOVE 1892 TO W-LENGTH
              END-IF
              CALL 'ebc2asc' USING IX-PAYLOAD, W-LENGTH
                   END-CALL
           END-IF
           MOVE IX-PAYLOAD(1:4) TO IX-TXN-CODE
           PERFORM 2610-INDEX-ONE-FIELD
                   THRU 2610-INDEX-ONE-FIELD-EXIT
                   VARYING MK-INDEX FROM 1 BY 1
                   UNTIL MK-INDEX > MASK-COUNT.
      *
       2600-INDEX-ACCOUNTS-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2610-INDEX-ONE-FIELD WRITES THE ENTRY FOR ONE CONFIGURED  *
      *    FIELD. THE SAME ACCOUNT, DATE AND MESSAGE ALREADY ON THE  *
      *    INDEX (A COMPANION COPY, A REINDEX) IS REWRITTEN WITH THE *
      *    NEW DETAIL BUT KEEPS THE STATUS IT HAD.                   *
      *---------------------------------------------------------------*
       2610-INDEX-ONE-FIELD.
      *
           IF MK-CODE(MK-INDEX) NOT = IX-TXN-CODE THEN
              GO TO 2610-INDEX-ONE-FIELD-EXIT
           END-IF
           MOVE SPACES TO AX-RECORD
           MOVE IX-PAYLOAD(MK-START(MK-INDEX):MK-LENGTH(MK-INDEX))
             TO AX-ACCOUNT
           IF AX-ACCOUNT = SPACES THEN
              GO TO 2610-INDEX-ONE-FIELD-EXIT
           END-IF
           MOVE MS-RECEIVED-DATE      TO AX-RECEIVED-DATE
           MOVE MS-MSGID              TO AX-MSGID
           MOVE MK-LENGTH(MK-INDEX)   TO AX-FIELD-LENGTH
           MOVE IX-TXN-CODE           TO AX-TXN-CODE
           MOVE IX-PAYLOAD(5:8)       TO AX-REF-NUMBER
           MOVE MS-SOURCE-QUEUE       TO AX-SOURCE-QUEUE
           MOVE MS-RECEIVED-TIMESTAMP TO AX-RECEIVED-TIMESTAMP
           MOVE MS-STATUS             TO AX-STATUS
           WRITE AX-RECORD
           EVALUATE FS-ACCT-INDEX
              WHEN '00'
              WHEN '02'
                 ADD 1 TO TOTAL-INDEXED
              WHEN '22'
                 MOVE AX-RECORD TO IX-NEW-RECORD
                 READ ACCT-INDEX
                 IF FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02'
                    DISPLAY 'ACCT-INDEX READ ERROR - STATUS IS : '
                            FS-ACCT-INDEX
                    MOVE 8 TO RETURN-CODE
                    GO TO 2610-INDEX-ONE-FIELD-EXIT
                 END-IF
                 MOVE AX-STATUS     TO IX-KEEP-STATUS
                 MOVE IX-NEW-RECORD TO AX-RECORD
                 MOVE IX-KEEP-STATUS TO AX-STATUS
                 REWRITE AX-RECORD
                 IF FS-ACCT-INDEX = '00' OR FS-ACCT-INDEX = '02'
                    ADD 1 TO TOTAL-REINDEXED
                 ELSE
                    DISPLAY 'ACCT-INDEX REWRITE ERROR - STATUS IS : '
                            FS-ACCT-INDEX
                    MOVE 8 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 DISPLAY 'ACCT-INDEX WRITE ERROR - STATUS IS : '
                         FS-ACCT-INDEX
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
       2610-INDEX-ONE-FIELD-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2700-APPLY-RECALLS WORKS THROUGH RECALL.LOG AFTER THE     *
      *    FILES ARE LOADED, SO A BATCH RECALLED BEFORE ITS FILE-    *
      *    DATA REACHED THE STORE IS STILL MARKED. NO LOG MEANS NO   *
      *    BATCH HAS EVER BEEN RECALLED.                             *
      *---------------------------------------------------------------*
       2700-APPLY-RECALLS.
      *
           OPEN INPUT RECALL-LOG
           IF FS-RECALL-LOG = '35' THEN
              GO TO 2700-APPLY-RECALLS-EXIT
           END-IF
           IF FS-RECALL-LOG <> '00' THEN
              DISPLAY 'RECALL-LOG ACCESS ERROR - STATUS IS : '
                      FS-RECALL-LOG
              MOVE 8 TO RETURN-CODE
              GO TO 2700-APPLY-RECALLS-EXIT
           END-IF
           SET RECALL-NEOF TO TRUE
           PERFORM 2710-APPLY-ONE-RECALL
                   THRU 2710-APPLY-ONE-RECALL-EXIT
                   UNTIL RECALL-EOF
           CLOSE RECALL-LOG
           DISPLAY 'MSGSTORE - RECALL ROWS READ   : ' RECALL-ROWS-READ.
      *
       2700-APPLY-RECALLS-EXIT.
           EXIT.
      *
       2710-APPLY-ONE-RECALL.
      *
           READ RECALL-LOG
               AT END
                  SET RECALL-EOF TO TRUE
                  GO TO 2710-APPLY-ONE-RECALL-EXIT
           END-READ
           ADD 1 TO RECALL-ROWS-READ
           MOVE ZEROS TO ROW-RECALLED
           MOVE RL-BUSINESS-DATE TO MS-BUSINESS-DATE
           START MSG-STORE KEY IS = MS-BUSINESS-DATE
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              GO TO 2710-APPLY-ONE-RECALL-EXIT
           END-IF
           SET RECALL-BROWSE-MORE TO TRUE
           PERFORM 2720-RECALL-ONE-STORED
                   THRU 2720-RECALL-ONE-STORED-EXIT
                   UNTIL RECALL-BROWSE-END
           IF ROW-RECALLED > 0 THEN
              ADD ROW-RECALLED TO TOTAL-RECALLED
              MOVE SPACES TO LOAD-RPT-RECORD
              STRING 'BATCH RECALLED : '  DELIMITED BY SIZE
                     RL-BATCH-ID          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     RL-QUEUE             DELIMITED BY SIZE
                     ' MESSAGES MARKED '  DELIMITED BY SIZE
                     ROW-RECALLED         DELIMITED BY SIZE
                INTO LOAD-RPT-RECORD
              WRITE LOAD-RPT-RECORD
           END-IF.
      *
       2710-APPLY-ONE-RECALL-EXIT.
           EXIT.
      *
       2720-RECALL-ONE-STORED.
      *
           READ MSG-STORE NEXT
               AT END
                  SET RECALL-BROWSE-END TO TRUE
                  GO TO 2720-RECALL-ONE-STORED-EXIT
           END-READ
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'MSG-STORE READ ERROR - STATUS IS : '
                      FS-MSG-STORE
              MOVE 8 TO RETURN-CODE
              SET RECALL-BROWSE-END TO TRUE
              GO TO 2720-RECALL-ONE-STORED-EXIT
           END-IF
           IF MS-BUSINESS-DATE NOT = RL-BUSINESS-DATE THEN
              SET RECALL-BROWSE-END TO TRUE
              GO TO 2720-RECALL-ONE-STORED-EXIT
           END-IF
           IF MS-BATCH-ID NOT = RL-BATCH-ID
              OR MS-SOURCE-QUEUE NOT = RL-QUEUE
              OR MS-STATUS-RECALLED THEN
              GO TO 2720-RECALL-ONE-STORED-EXIT
           END-IF
           SET MS-STATUS-RECALLED TO TRUE
           MOVE RL-TIMESTAMP      TO MS-STATUS-TIMESTAMP
           REWRITE MS-RECORD
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'MSG-STORE REWRITE ERROR - STATUS IS : '
                      FS-MSG-STORE
              MOVE 8 TO RETURN-CODE
              GO TO 2720-RECALL-ONE-STORED-EXIT
           END-IF
           ADD 1 TO ROW-RECALLED
           MOVE MS-STATUS TO AX-MARK-STATUS
           PERFORM 2730-MARK-ACCOUNTS
                   THRU 2730-MARK-ACCOUNTS-EXIT.
      *
       2720-RECALL-ONE-STORED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2730-MARK-ACCOUNTS GIVES THE MESSAGE'S ACCOUNT INDEX      *
      *    ENTRIES, FOUND THROUGH THE MESSAGE-ID KEY, THE STATUS IN  *
      *    AX-MARK-STATUS.                                           *
      *---------------------------------------------------------------*
       2730-MARK-ACCOUNTS.
      *
           MOVE MS-MSGID TO AX-MSGID, AX-RECALL-MSGID
           START ACCT-INDEX KEY IS = AX-MSGID
           IF FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02' THEN
              GO TO 2730-MARK-ACCOUNTS-EXIT
           END-IF
           SET AX-BROWSE-MORE TO TRUE
           PERFORM 2740-MARK-ONE-ACCOUNT
                   THRU 2740-MARK-ONE-ACCOUNT-EXIT
                   UNTIL AX-BROWSE-END.
      *
       2730-MARK-ACCOUNTS-EXIT.
           EXIT.
      *
       2740-MARK-ONE-ACCOUNT.
      *
           READ ACCT-INDEX NEXT
               AT END
                  SET AX-BROWSE-END TO TRUE
                  GO TO 2740-MARK-ONE-ACCOUNT-EXIT
           END-READ
           IF (FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02')
              OR AX-MSGID NOT = AX-RECALL-MSGID THEN
              SET AX-BROWSE-END TO TRUE
              GO TO 2740-MARK-ONE-ACCOUNT-EXIT
           END-IF
           MOVE AX-MARK-STATUS TO AX-STATUS
           REWRITE AX-RECORD
           IF FS-ACCT-INDEX <> '00' AND FS-ACCT-INDEX <> '02' THEN
              DISPLAY 'ACCT-INDEX REWRITE ERROR - STATUS IS : '
                      FS-ACCT-INDEX
              MOVE 8 TO RETURN-CODE
           END-IF.
      *
       2740-MARK-ONE-ACCOUNT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2800-APPLY-ROUTING SWEEPS ONE OF THE DAY'S HOLD (1),       *
      *    PAYMENTS (2) AND ADJUST (3) FILES THROUGH THE FILE-DATA    *
      *    SELECT AND MOVES EACH STORED MESSAGE IT CARRIES ON TO      *
      *    HELD OR ROUTED. A FILE NOT THERE HAD NOTHING THAT DAY.     *
      *---------------------------------------------------------------*
       2800-APPLY-ROUTING.
      *
           EVALUATE ROUTING-FAMILY
              WHEN 1
                 MOVE 'HOLD.'     TO ROUTING-PREFIX
              WHEN 2
                 MOVE 'PAYMENTS.' TO ROUTING-PREFIX
              WHEN 3
                 MOVE 'ADJUST.'   TO ROUTING-PREFIX
           END-EVALUATE
           MOVE SPACES TO WS-FILE-DATA-NAME
           STRING ROUTING-PREFIX DELIMITED BY SPACE
                  ROUTING-DATE   DELIMITED BY SPACE
             INTO WS-FILE-DATA-NAME
           OPEN INPUT FILE-DATA
           IF FS-FILE-DATA = '35' THEN
              GO TO 2800-APPLY-ROUTING-EXIT
           END-IF
           IF FS-FILE-DATA <> '00' THEN
              DISPLAY 'FILE-DATA ACCESS ERROR - STATUS IS : '
                      FS-FILE-DATA ' FILE : ' WS-FILE-DATA-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 2800-APPLY-ROUTING-EXIT
           END-IF
           SET ROUTING-NEOF TO TRUE
           PERFORM 2810-ROUTE-ONE-STORED
                   THRU 2810-ROUTE-ONE-STORED-EXIT
                   UNTIL ROUTING-EOF
           CLOSE FILE-DATA.
      *
       2800-APPLY-ROUTING-EXIT.
           EXIT.
      *
       2810-ROUTE-ONE-STORED.
      *
           READ FILE-DATA
               AT END
                  SET ROUTING-EOF TO TRUE
                  GO TO 2810-ROUTE-ONE-STORED-EXIT
           END-READ
           IF FS-FILE-DATA <> '00' THEN
              DISPLAY 'FILE-DATA READ ERROR - STATUS IS : '
                      FS-FILE-DATA ' FILE : ' WS-FILE-DATA-NAME
              MOVE 8 TO RETURN-CODE
              SET ROUTING-EOF TO TRUE
              GO TO 2810-ROUTE-ONE-STORED-EXIT
           END-IF
      *    A REVERSAL COPY WRITTEN BY A RECALL IS NOT A ROUTING.
           IF WW02-MESSAGE(141:1) = 'R' THEN
              GO TO 2810-ROUTE-ONE-STORED-EXIT
           END-IF
           MOVE WW02-MSGID TO MS-MSGID
           READ MSG-STORE
           IF FS-MSG-STORE <> '00' THEN
              GO TO 2810-ROUTE-ONE-STORED-EXIT
           END-IF
           IF ROUTING-FAMILY = 1 THEN
              IF NOT MS-STATUS-RECEIVED THEN
                 GO TO 2810-ROUTE-ONE-STORED-EXIT
              END-IF
              SET MS-STATUS-HELD TO TRUE
              ADD 1 TO TOTAL-HELD
           ELSE
              IF NOT MS-STATUS-RECEIVED AND NOT MS-STATUS-HELD THEN
                 GO TO 2810-ROUTE-ONE-STORED-EXIT
              END-IF
              SET MS-STATUS-ROUTED TO TRUE
              ADD 1 TO TOTAL-ROUTED
           END-IF
           MOVE WW02-RECEIVED-TIMESTAMP TO MS-STATUS-TIMESTAMP
           REWRITE MS-RECORD
           IF FS-MSG-STORE <> '00' AND FS-MSG-STORE <> '02' THEN
              DISPLAY 'MSG-STORE REWRITE ERROR - STATUS IS : '
                      FS-MSG-STORE
              MOVE 8 TO RETURN-CODE
              GO TO 2810-ROUTE-ONE-STORED-EXIT
           END-IF
           MOVE MS-STATUS TO AX-MARK-STATUS
           PERFORM 2730-MARK-ACCOUNTS
                   THRU 2730-MARK-ACCOUNTS-EXIT.
      *
       2810-ROUTE-ONE-STORED-EXIT.
           EXIT.
      *
       3000-END.
      *
