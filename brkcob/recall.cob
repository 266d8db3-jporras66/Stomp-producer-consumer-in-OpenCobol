      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      RECALL.
       AUTHOR.          POWER.
       DATE-WRITTEN.    15/10/2026.
      *---------------------------------------------------------------*
      *    RECALL PULLS BACK A BATCH ALREADY PUBLISHED. GIVEN THE     *
      *    BATCH ID IT FINDS EVERY QUEUE THE BATCH WENT TO ON         *
      *    BATCH.REGISTER AND PUBLISHES ONE CANCEL CONTROL MESSAGE    *
      *    (FLAG 'C') TO EACH. CONSUMER REVERSES WHAT IT ALREADY      *
      *    ROUTED FOR THE BATCH AND REPLIES ON THE ACK QUEUE, WHERE   *
      *    ACKREG CLOSES THE REGISTER ROW AS RECALLED; MSGSTORE MARKS *
      *    THE STORED MESSAGES RECALLED FROM CONSUMER'S RECALL.LOG.   *
      *                                                               *
      *    COMMAND LINE : <BATCH-ID> [<BROKER-IP>]                    *
      *---------------------------------------------------------------*
      *             E N V I R O N M E N T   D I V I S I O N           *
      *             =======================================           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *--------------------.
       CONFIGURATION SECTION.
      *---------------------.
       SPECIAL-NAMES.
           alphabet ALPHA is native
           alphabet BETA  is ebcdic.
       INPUT-OUTPUT SECTION.
      *--------------------.
       FILE-CONTROL.
      *
        COPY 'select-batch-register.cpy'.
      *
           SELECT RECALL-RPT
               ASSIGN TO 'RECALL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECALL-RPT.
      *
        COPY 'select-audit-file.cpy'.
        COPY 'select-alert-log.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
       COPY 'fd-batch-register.cpy'.
      *
       FD  RECALL-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  RECALL-RPT-RECORD           PIC X(80).
      *
       COPY 'fd-audit-file.cpy'.
       COPY 'fd-alert-log.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-RECALL-WS-COMIENZO'.
      *
       COPY 'file-status.cpy'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'RECALL'.
      *
       01 ALERT-FIELDS.
          05 AL-W-SEVERITY  PIC 9(01) VALUE ZEROS.
          05 AL-W-CODE      PIC X(08) VALUE SPACES.
          05 AL-W-BATCH-ID  PIC X(08) VALUE SPACES.
          05 AL-W-QUEUE     PIC X(15) VALUE SPACES.
          05 AL-W-TEXT      PIC X(60) VALUE SPACES.
      *
       01 W-HOSTNAME    PIC X(15) VALUE '127.0.0.1      '.
       01 W-PORT        USAGE BINARY-SHORT UNSIGNED VALUE 61613.
       01 W-OUTPUTQUEUE PIC X(15) VALUE SPACES.
       01 W-RC USAGE    BINARY-SHORT VALUE 0.
           88 RC-OK             VALUE 0.
      *
       01 FS-BATCH-REGISTER PIC X(02) VALUE '00'.
       01 FS-RECALL-RPT     PIC X(02) VALUE '00'.
       01 FS-ALERT-LOG      PIC X(02) VALUE '00'.
      *
      *---------------------------------------------------------------*
      *    THE CANCEL GOES OUT IN THE SAME WIRE LAYOUT PRODUCER USES, *
      *    SO CONSUMER'S HEADER AND CHECKSUM CHECKS PASS IT UNCHANGED.*
      *---------------------------------------------------------------*
       01 W-MESSAGE.
          05 FILLER1    PIC X(07)   VALUE 'DATE : '.
          05 W-BUSINESS-DATE
                        PIC X(08)   VALUE SPACES.
          05 W-DATE     PIC X(25)   .
          05 W-DATE-PARTS REDEFINES W-DATE.
             10 W-PUBLISH-TIMESTAMP
                        PIC X(16).
             10 W-BATCH-ID
                        PIC X(08).
             10 FILLER  PIC X(01).
          05 W-ALFA1    PIC X(37)   VALUE SPACES.
          05 W-ALFA2    PIC X(37)   VALUE SPACES.
          05 FILLER2    PIC X(01) VALUE '-'.
          05 W-ID1      PIC 9(04) USAGE  COMP    VALUE 0.
          05 FILLER3    PIC X(01) VALUE '-'.
          05 W-ID2      PIC 9(04) USAGE  COMP-3  VALUE 0.
          05 FILLER4    PIC X(01) VALUE '-'.
          05 W-ID3      PIC 9(04) USAGE  COMP-5  VALUE 0.
          05 FILLER5    PIC X(01) VALUE '-'.
          05 W-ID4      PIC 9(04) USAGE  DISPLAY VALUE 0.
          05 FILLER6    PIC X(01) VALUE '-'.
          05 W-CHECKSUM PIC 9(09) USAGE  DISPLAY VALUE 0.
          05 FILLER8    PIC X(01) VALUE '-'.
          05 W-CONTROL-FLAG PIC X(01) VALUE SPACE.
             88 W-DATA-MESSAGE  VALUE SPACE.
             88 W-CANCEL-MARKER VALUE 'C'.
          05 FILLER9    PIC X(01) VALUE '-'.
      *    ON A CANCEL W-EOB-COUNT CARRIES THE COUNT PRODUCER FILED
      *    AS PUBLISHED TO THE QUEUE, SO ACKREG'S REPLY CAN BE SET
      *    AGAINST THE RIGHT REGISTER ROW.
          05 W-EOB-COUNT PIC 9(08) USAGE DISPLAY VALUE 0.
          05 FILLER10   PIC X(01) VALUE '-'.
          05 W-MSG-LENGTH PIC 9(04) USAGE DISPLAY VALUE 0.
          05 FILLER11   PIC X(01) VALUE '-'.
          05 W-BUFFER   PIC X(1868) VALUE SPACES.
          05 FILLER7    PIC X(01) VALUE '-'.
          05 FILLER     PIC X(01) VALUE X'00'.
      *
       01 CHECKSUM-WORK PIC 9(09) VALUE ZEROS.
       01 CS-INDEX      PIC 9(04) USAGE COMP VALUE ZEROS.
       01 CS-LENGTH     PIC 9(04) USAGE COMP VALUE ZEROS.
      *
       01 W-DATA.
          05 FILE-EOF           PIC 9.
             88 EOF             VALUE 1.
             88 NEOF            VALUE 0.
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
      *---------------------------------------------------------------*
      *          E N D - O F - J O B   A U D I T   C O U N T E R S    *
      *---------------------------------------------------------------*
       01 AUDIT-COUNT-PROCESSED PIC 9(08) VALUE ZEROS.
       01 AUDIT-COUNT-ERRORS    PIC 9(08) VALUE ZEROS.
       01 AUDIT-START-TIMESTAMP PIC X(16) VALUE SPACES.
       01 AUDIT-END-TIMESTAMP   PIC X(16) VALUE SPACES.
      *---------------------------------------------------------------*
      *    RECALL-QUEUES HOLDS ONE ENTRY PER DESTINATION THE BATCH    *
      *    WENT TO, TAKEN FROM ITS OPEN / CONFIRMED / MISMATCH ROWS.  *
      *    A QUEUE APPEARING TWICE (A RERUN FILED A SECOND ROW) IS    *
      *    CANCELLED ONCE, WITH THE LATEST PUBLISHED COUNT.           *
      *---------------------------------------------------------------*
       01 RECALL-QUEUES.
          05 RQ-ENTRY OCCURS 20 TIMES.
             10 RQ-QUEUE          PIC X(15).
             10 RQ-PUBLISHED      PIC 9(08).
             10 RQ-BUSINESS-DATE  PIC X(08).
             10 RQ-SENT-SW        PIC 9.
                88 RQ-SENT        VALUE 1.
                88 RQ-NOT-SENT    VALUE 0.
       01 RQ-COUNT          PIC 9(02) VALUE ZEROS.
       01 RQ-MAX            PIC 9(02) VALUE 20.
       01 RQ-INDEX          PIC 9(02) VALUE ZEROS.
       01 RQ-FOUND          PIC 9(02) VALUE ZEROS.
      *
       01 ROWS-READ         PIC 9(08) VALUE ZEROS.
       01 ROWS-FOR-BATCH    PIC 9(08) VALUE ZEROS.
       01 ROWS-RECALLED     PIC 9(08) VALUE ZEROS.
       01 CANCELS-SENT      PIC 9(08) VALUE ZEROS.
       01 CANCELS-FAILED    PIC 9(08) VALUE ZEROS.
       01 TOTAL-PUBLISHED   PIC 9(08) VALUE ZEROS.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-BATCH-ID    PIC X(08) VALUE SPACES.
          05 FILLER PIC X.
          05 BROKER-IP      PIC X(15) VALUE SPACES.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-RECALL-WS-FIN'.
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
           IF CL-BATCH-ID = SPACES THEN
              DISPLAY 'RECALL - A BATCH ID IS REQUIRED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF BROKER-IP NOT = SPACES THEN
              MOVE BROKER-IP TO W-HOSTNAME
           END-IF
           DISPLAY 'W-HOSTNAME     is : ' W-HOSTNAME
           DISPLAY 'W-PORT         is : ' W-PORT
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO AUDIT-START-TIMESTAMP
           DISPLAY 'INICIO : ' PGM-NAME ' - '  FULL-DATETIME
      *
           OPEN OUTPUT RECALL-RPT
           IF FS-RECALL-RPT <> '00' THEN
              DISPLAY 'RECALL-RPT ACCESS ERROR - STATUS IS : '
                      FS-RECALL-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           STRING 'BATCH RECALL REPORT - BATCH ' DELIMITED BY SIZE
                  CL-BATCH-ID                    DELIMITED BY SIZE
                  ' - RUN '                      DELIMITED BY SIZE
                  FULL-DATETIME                  DELIMITED BY SIZE
             INTO RECALL-RPT-RECORD
           WRITE RECALL-RPT-RECORD
      *
           PERFORM 2000-INIT
              THRU 2000-INIT-EXIT.
      *
           PERFORM 3000-END.
      *
       2000-INIT.
      *
           PERFORM 2100-LOAD-REGISTER THRU 2100-LOAD-REGISTER-EXIT
           IF RETURN-CODE = 8 THEN
              GO TO 2000-INIT-EXIT
           END-IF
      *
           IF ROWS-FOR-BATCH = ZEROS THEN
              DISPLAY 'RECALL - BATCH NOT ON REGISTER : ' CL-BATCH-ID
              MOVE SPACES TO RECALL-RPT-RECORD
              STRING 'BATCH NOT ON REGISTER     : ' DELIMITED BY SIZE
                     CL-BATCH-ID                    DELIMITED BY SIZE
                INTO RECALL-RPT-RECORD
              WRITE RECALL-RPT-RECORD
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           IF RQ-COUNT = ZEROS THEN
              DISPLAY 'RECALL - BATCH ALREADY RECALLED : ' CL-BATCH-ID
              MOVE SPACES TO RECALL-RPT-RECORD
              STRING 'BATCH ALREADY RECALLED ON EVERY QUEUE - '
                                                    DELIMITED BY SIZE
                     'NOTHING SENT'                 DELIMITED BY SIZE
                INTO RECALL-RPT-RECORD
              WRITE RECALL-RPT-RECORD
              MOVE 4 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           DISPLAY "RECALL - queue_connect BEFORE     "
           CALL 'broker_connect' USING BY REFERENCE W-HOSTNAME,
                                 BY REFERENCE W-PORT
                RETURNING W-RC
           DISPLAY "RECALL - queue_connect RC : " W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "RECALL - queue_connect ERROR RC IS : " W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           PERFORM 2200-PUBLISH-CANCEL THRU 2200-PUBLISH-CANCEL-EXIT
                   VARYING RQ-INDEX FROM 1 BY 1
                   UNTIL RQ-INDEX > RQ-COUNT
      *
           DISPLAY "RECALL - queue_disconnect BEFORE     "
           CALL 'broker_disconnect' RETURNING W-RC
           DISPLAY "RECALL - queue_disconnect RC : " W-RC
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "RECALL - queue_disconnect ERROR RC IS : "
                      W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
           END-IF
      *
           PERFORM 2400-WRITE-SUMMARY THRU 2400-WRITE-SUMMARY-EXIT.
      *
       2000-INIT-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-LOAD-REGISTER READS BATCH.REGISTER FOR EVERY ROW OF   *
      *    THE BATCH. A ROW ALREADY CLOSED AS RECALLED IS COUNTED BUT *
      *    NOT CANCELLED AGAIN; EVERY OTHER ROW PUTS ITS QUEUE IN     *
      *    THE CANCEL TABLE.                                          *
      *---------------------------------------------------------------*
       2100-LOAD-REGISTER.
      *
           OPEN INPUT BATCH-REGISTER
           IF FS-BATCH-REGISTER = '35' THEN
              GO TO 2100-LOAD-REGISTER-EXIT
           END-IF
           IF FS-BATCH-REGISTER <> '00' THEN
              DISPLAY 'BATCH-REGISTER ACCESS ERROR - STATUS IS : '
                      FS-BATCH-REGISTER
              ADD 1 TO AUDIT-COUNT-ERRORS
              MOVE 8 TO RETURN-CODE
              GO TO 2100-LOAD-REGISTER-EXIT
           END-IF
      *
           SET NEOF TO TRUE
           PERFORM 2110-LOAD-ONE-ROW THRU 2110-LOAD-ONE-ROW-EXIT
                   UNTIL EOF
           CLOSE BATCH-REGISTER
           DISPLAY 'RECALL - REGISTER ROWS READ    : ' ROWS-READ
           DISPLAY 'RECALL - ROWS FOR BATCH        : ' ROWS-FOR-BATCH
           DISPLAY 'RECALL - ROWS ALREADY RECALLED : ' ROWS-RECALLED.
      *
       2100-LOAD-REGISTER-EXIT.
           EXIT.
      *
       2110-LOAD-ONE-ROW.
      *
           READ BATCH-REGISTER
               AT END
                  SET EOF TO TRUE
                  GO TO 2110-LOAD-ONE-ROW-EXIT
           END-READ
           ADD 1 TO ROWS-READ
           IF BR-BATCH-ID NOT = CL-BATCH-ID THEN
              GO TO 2110-LOAD-ONE-ROW-EXIT
           END-IF
           ADD 1 TO ROWS-FOR-BATCH
           IF BR-RECALLED THEN
              ADD 1 TO ROWS-RECALLED
              GO TO 2110-LOAD-ONE-ROW-EXIT
           END-IF
      *
           MOVE ZEROS TO RQ-FOUND
           PERFORM 2120-FIND-QUEUE THRU 2120-FIND-QUEUE-EXIT
                   VARYING RQ-INDEX FROM 1 BY 1
                   UNTIL RQ-INDEX > RQ-COUNT OR RQ-FOUND > ZEROS
           IF RQ-FOUND = ZEROS THEN
              IF RQ-COUNT NOT < RQ-MAX THEN
                 DISPLAY 'RECALL - QUEUE TABLE FULL, SKIPPED : '
                         BR-QUEUE
                 ADD 1 TO AUDIT-COUNT-ERRORS
                 GO TO 2110-LOAD-ONE-ROW-EXIT
              END-IF
              ADD 1 TO RQ-COUNT
              MOVE RQ-COUNT TO RQ-FOUND
              MOVE BR-QUEUE TO RQ-QUEUE(RQ-FOUND)
              SET RQ-NOT-SENT(RQ-FOUND) TO TRUE
           END-IF
      *
           IF BR-PUBLISHED IS NUMERIC THEN
              MOVE BR-PUBLISHED TO RQ-PUBLISHED(RQ-FOUND)
           ELSE
              MOVE ZEROS TO RQ-PUBLISHED(RQ-FOUND)
           END-IF
      *    ROWS FILED BEFORE THE REGISTER CARRIED THE BUSINESS DATE
      *    FALL BACK TO THE DAY THE ROW WAS FILED.
           IF BR-BUSINESS-DATE IS NUMERIC THEN
              MOVE BR-BUSINESS-DATE TO RQ-BUSINESS-DATE(RQ-FOUND)
           ELSE
              MOVE BR-TIMESTAMP(1:8) TO RQ-BUSINESS-DATE(RQ-FOUND)
           END-IF.
      *
       2110-LOAD-ONE-ROW-EXIT.
           EXIT.
      *
       2120-FIND-QUEUE.
      *
           IF RQ-QUEUE(RQ-INDEX) = BR-QUEUE THEN
              MOVE RQ-INDEX TO RQ-FOUND
           END-IF.
      *
       2120-FIND-QUEUE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2200-PUBLISH-CANCEL SENDS ONE CANCEL TO ONE DESTINATION :  *
      *    FLAG 'C', THE BATCH'S BUSINESS DATE AND ID IN THE HEADER,  *
      *    THE PUBLISHED COUNT IN W-EOB-COUNT AND THE BATCH ID AS THE *
      *    ONLY PAYLOAD - BUILT THE WAY PRODUCER BUILDS ITS MARKER.   *
      *---------------------------------------------------------------*
       2200-PUBLISH-CANCEL.
      *
           MOVE RQ-QUEUE(RQ-INDEX) TO W-OUTPUTQUEUE
           MOVE SPACES TO W-DATE, W-BUFFER
           MOVE FUNCTION CURRENT-DATE TO W-DATE
           MOVE RQ-BUSINESS-DATE(RQ-INDEX) TO W-BUSINESS-DATE
           MOVE CL-BATCH-ID      TO W-BATCH-ID
           MOVE ZEROS TO W-ID1, W-ID2, W-ID3, W-ID4
           SET W-CANCEL-MARKER TO TRUE
           MOVE RQ-PUBLISHED(RQ-INDEX) TO W-EOB-COUNT
           MOVE CL-BATCH-ID TO W-BUFFER(1:8)
           MOVE 8 TO W-MSG-LENGTH, CS-LENGTH
           PERFORM 2210-COMPUTE-CHECKSUM
                   THRU 2210-COMPUTE-CHECKSUM-EXIT
           MOVE CHECKSUM-WORK TO W-CHECKSUM
           MOVE X'00' TO W-BUFFER(9:1)
      *
           DISPLAY "RECALL - CANCEL TO " W-OUTPUTQUEUE
                   " BATCH " CL-BATCH-ID " COUNT " W-EOB-COUNT
           CALL 'queue_write' USING BY REFERENCE W-OUTPUTQUEUE,
                              BY REFERENCE W-MESSAGE
                RETURNING W-RC
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           IF W-RC NOT EQUAL 0 THEN
              DISPLAY "RECALL - queue_write ERROR RC IS : " W-RC
              ADD 1 TO AUDIT-COUNT-ERRORS
              ADD 1 TO CANCELS-FAILED
              MOVE 8 TO RETURN-CODE
              STRING 'CANCEL FAILED  ' DELIMITED BY SIZE
                     W-OUTPUTQUEUE     DELIMITED BY SIZE
                     ' PUBLISHED '     DELIMITED BY SIZE
                     W-EOB-COUNT       DELIMITED BY SIZE
                     ' BUSINESS DATE ' DELIMITED BY SIZE
                     W-BUSINESS-DATE   DELIMITED BY SIZE
                INTO RECALL-RPT-RECORD
           ELSE
              SET RQ-SENT(RQ-INDEX) TO TRUE
              ADD 1 TO CANCELS-SENT
              ADD 1 TO AUDIT-COUNT-PROCESSED
              ADD RQ-PUBLISHED(RQ-INDEX) TO TOTAL-PUBLISHED
              STRING 'CANCEL SENT    ' DELIMITED BY SIZE
                     W-OUTPUTQUEUE     DELIMITED BY SIZE
                     ' PUBLISHED '     DELIMITED BY SIZE
                     W-EOB-COUNT       DELIMITED BY SIZE
                     ' BUSINESS DATE ' DELIMITED BY SIZE
                     W-BUSINESS-DATE   DELIMITED BY SIZE
                INTO RECALL-RPT-RECORD
           END-IF
           WRITE RECALL-RPT-RECORD
      *
           SET W-DATA-MESSAGE TO TRUE
           MOVE ZEROS TO W-EOB-COUNT.
      *
       2200-PUBLISH-CANCEL-EXIT.
           EXIT.
      *
       2210-COMPUTE-CHECKSUM.
      *
           MOVE ZEROS TO CHECKSUM-WORK
           PERFORM 2220-CHECKSUM-ONE-BYTE
                   THRU 2220-CHECKSUM-ONE-BYTE-EXIT
                   VARYING CS-INDEX FROM 1 BY 1
                   UNTIL CS-INDEX > CS-LENGTH.
      *
       2210-COMPUTE-CHECKSUM-EXIT.
           EXIT.
      *
       2220-CHECKSUM-ONE-BYTE.
      *
           ADD FUNCTION ORD(W-BUFFER(CS-INDEX:1)) TO CHECKSUM-WORK.
      *
       2220-CHECKSUM-ONE-BYTE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-WRITE-SUMMARY CLOSES THE REPORT AND RAISES ONE ALERT  *
      *    SO THE DESK KNOWS A BATCH IS BEING PULLED BACK.            *
      *---------------------------------------------------------------*
       2400-WRITE-SUMMARY.
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           STRING 'REGISTER ROWS FOR BATCH  : ' DELIMITED BY SIZE
                  ROWS-FOR-BATCH                DELIMITED BY SIZE
             INTO RECALL-RPT-RECORD
           WRITE RECALL-RPT-RECORD
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           STRING 'ROWS ALREADY RECALLED    : ' DELIMITED BY SIZE
                  ROWS-RECALLED                 DELIMITED BY SIZE
             INTO RECALL-RPT-RECORD
           WRITE RECALL-RPT-RECORD
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           STRING 'CANCELS SENT             : ' DELIMITED BY SIZE
                  CANCELS-SENT                  DELIMITED BY SIZE
             INTO RECALL-RPT-RECORD
           WRITE RECALL-RPT-RECORD
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           STRING 'CANCELS FAILED           : ' DELIMITED BY SIZE
                  CANCELS-FAILED                DELIMITED BY SIZE
             INTO RECALL-RPT-RECORD
           WRITE RECALL-RPT-RECORD
      *
           MOVE SPACES TO RECALL-RPT-RECORD
           STRING 'MESSAGES PUBLISHED       : ' DELIMITED BY SIZE
                  TOTAL-PUBLISHED               DELIMITED BY SIZE
             INTO RECALL-RPT-RECORD
           WRITE RECALL-RPT-RECORD
      *
           DISPLAY 'RECALL - CANCELS SENT   : ' CANCELS-SENT
           DISPLAY 'RECALL - CANCELS FAILED : ' CANCELS-FAILED
      *
           IF CANCELS-SENT > ZEROS THEN
              MOVE 2           TO AL-W-SEVERITY
              MOVE 'RECALL'    TO AL-W-CODE
              MOVE CL-BATCH-ID TO AL-W-BATCH-ID
              STRING 'BATCH RECALL SENT TO ' DELIMITED BY SIZE
                     CANCELS-SENT            DELIMITED BY SIZE
                     ' QUEUE(S)'             DELIMITED BY SIZE
                INTO AL-W-TEXT
              PERFORM 2940-WRITE-ALERT THRU 2940-WRITE-ALERT-EXIT
           END-IF.
      *
       2400-WRITE-SUMMARY-EXIT.
           EXIT.
      *
       2900-WRITE-AUDIT.
      *
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE FULL-DATETIME TO AUDIT-END-TIMESTAMP.
      *
           OPEN EXTEND AUDIT-FILE
           IF FS-AUDIT-FILE = '35' OR FS-AUDIT-FILE = '05' THEN
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF FS-AUDIT-FILE <> '00' THEN
              DISPLAY 'AUDIT-FILE ACCESS ERROR - STATUS IS : '
                      FS-AUDIT-FILE
           ELSE
              MOVE PGM-NAME              TO AUD-PROGRAM-NAME
              MOVE AUDIT-START-TIMESTAMP TO AUD-START-TIMESTAMP
              MOVE AUDIT-END-TIMESTAMP   TO AUD-END-TIMESTAMP
              MOVE AUDIT-COUNT-PROCESSED TO AUD-COUNT-PROCESSED
              MOVE AUDIT-COUNT-ERRORS    TO AUD-COUNT-ERRORS
              MOVE ZEROS                 TO AUD-COUNT-HELD
              MOVE SPACES                TO AUD-BUSINESS-DATE
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.
      *
       2900-WRITE-AUDIT-EXIT.
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
           PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT.
           CLOSE RECALL-RPT.
           STOP RUN.
