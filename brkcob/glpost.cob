      *---------------------------------------------------------------*
      *          I D E N T I F I C A T I O N   D I V I S I O N        *
      *          =============================================        *
      *---------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *-----------------------.
       PROGRAM-ID.      GLPOST.
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
      *    END-OF-DAY GENERAL-LEDGER POSTING. CONSUMER'S DATED TYPED
      *    FILES FOR THE BUSINESS DATE - PAYMENTS, ADJUST AND WHATEVER
      *    IS STILL IN SUSPENSE - ARE SUMMARISED INTO A GL POSTING
      *    FILE OF DEBIT/CREDIT PAIRS WITH A BALANCING CONTROL RECORD,
      *    AND A PRINTED POSTING JOURNAL, SO THE LEDGER BALANCES TO
      *    EXACTLY WHAT CONSUMER RECEIVED.
      *
      *    WHAT CONSUMER RECEIVED IS COUNTED APART FROM THE TYPED
      *    FILES : THE DISTINCT MESSAGES ON FILE-DATA.YYYYMMDD, LESS
      *    RESEND COPIES, LESS THOSE ON CHECKSUM.EXC (NEVER ROUTED)
      *    AND THOSE ON HOLD.YYYYMMDD, PLUS THE HOLDS COMPHOLD
      *    RELEASED INTO THE DAY'S TYPED FILES.
      *
      *    TYPED-FILE IS EACH OF THE THREE DATED FILES IN TURN, AND
      *    THEN THE DAY'S HOLD FILE, WHICH HAS THE SAME LAYOUT.
      *
           SELECT TYPED-FILE
               ASSIGN TO DYNAMIC WS-TYPED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TYPED-FILE.
      *
      *    GL-WORK CARRIES ONE SHORT POSTING ITEM PER TYPED RECORD,
      *    SORTED INTO GL-SORTED FOR THE CONTROL BREAK.
      *
           SELECT GL-WORK
               ASSIGN TO 'GLPOST.WORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-WORK.
      *
           SELECT SORT-WORK
               ASSIGN TO 'GLSORTWK'.
      *
           SELECT GL-SORTED
               ASSIGN TO 'GLPOST.SORTED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-SORTED.
      *
      *    GL-FILE IS THE DATED POSTING FILE FINANCE LOADS,
      *    GLPOST.YYYYMMDD.
      *
           SELECT GL-FILE
               ASSIGN TO DYNAMIC WS-GL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-FILE.
      *
           SELECT GL-RPT
               ASSIGN TO 'GLPOST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-RPT.
      *
      *    PARM-FILE MAPS EACH TRANSACTION CODE TO ITS DEBIT AND
      *    CREDIT LEDGERS, AND NAMES THE SUSPENSE LEDGERS. A MISSING
      *    FILE FALLS BACK TO THE BUILT-IN MAP.
      *
           SELECT PARM-FILE
               ASSIGN TO 'GLPOST.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARM-FILE.
      *
        COPY 'select-file-data.cpy'.
      *
           SELECT CHECKSUM-EXC
               ASSIGN TO 'CHECKSUM.EXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKSUM-EXC.
      *
        COPY 'select-hold-register.cpy'.
        COPY 'select-run-control.cpy'.
      *---------------------------------------------------------------*
      *                    D A T A   D I V I S I O N                  *
      *---------------------------------------------------------------*
       DATA DIVISION.
      *-------------.
       FILE SECTION.
      *------------.
      *
      *    A TYPED RECORD IS THE 56-BYTE FILE-DATA HEADER, THE
      *    156-BYTE WIRE HEADER AND THEN THE PAYLOAD, WHICH FOLLOWS
      *    THE SHARED txn-detail LAYOUT.
      *
       FD  TYPED-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  TY-RECORD.
           05  TY-RECEIVED-TIMESTAMP   PIC X(16).
           05  TY-SOURCE-QUEUE         PIC X(15).
           05  TY-MSGID                PIC X(20).
           05  TY-ENCODING-FLAG        PIC X(01).
           05  TY-MSG-LENGTH           PIC X(04).
           05  TY-WIRE-HEADER          PIC X(156).
           05  TY-PAYLOAD              PIC X(1868).
           05  FILLER                  PIC X(24).
      *
       FD  GL-WORK
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GW-RECORD.
           05  GW-KEY.
               10  GW-SOURCE           PIC X(01).
               10  GW-TXN-CODE         PIC X(04).
               10  GW-ACCOUNT          PIC X(16).
               10  GW-VALUE-DATE       PIC X(08).
               10  GW-CURRENCY         PIC X(03).
           05  GW-AMOUNT               PIC 9(13)V99.
      *
       SD  SORT-WORK.
       01  SW-RECORD.
           05  SW-KEY                  PIC X(32).
           05  SW-AMOUNT               PIC 9(13)V99.
      *
       FD  GL-SORTED
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GS-RECORD.
           05  GS-KEY.
               10  GS-SOURCE           PIC X(01).
                   88  GS-FROM-SUSPENSE VALUE 'S'.
               10  GS-TXN-CODE         PIC X(04).
               10  GS-ACCOUNT          PIC X(16).
               10  GS-VALUE-DATE       PIC X(08).
               10  GS-CURRENCY         PIC X(03).
           05  GS-AMOUNT               PIC 9(13)V99.
      *---------------------------------------------------------------*
      *    GL POSTING RECORD - 'D' DETAIL, ONE DEBIT AND ONE CREDIT   *
      *    PER CODE, ACCOUNT, VALUE DATE AND CURRENCY ; 'T' THE       *
      *    CLOSING CONTROL RECORD WITH THE ENTRY COUNT, ITEMS POSTED  *
      *    AGAINST ITEMS RECEIVED, THE DEBIT AND CREDIT TOTALS AND    *
      *    'B' (BALANCED) OR 'U' (UNBALANCED). ITEMS POSTED INCLUDE   *
      *    THE REVERSALS, WHICH WERE NOT RECEIVED THAT NIGHT AND ARE  *
      *    CARRIED SEPARATELY.                                        *
      *---------------------------------------------------------------*
       FD  GL-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-RECORD.
           05  GL-RECORD-TYPE          PIC X(01).
               88  GL-TYPE-DETAIL      VALUE 'D'.
               88  GL-TYPE-CONTROL     VALUE 'T'.
           05  GL-BUSINESS-DATE        PIC X(08).
           05  GL-DETAIL-BODY.
               10  GL-LEDGER           PIC X(10).
               10  GL-SUB-ACCOUNT      PIC X(16).
               10  GL-VALUE-DATE       PIC X(08).
               10  GL-TXN-CODE         PIC X(04).
               10  GL-DR-CR            PIC X(01).
               10  GL-CURRENCY         PIC X(03).
               10  GL-AMOUNT           PIC 9(15)V99.
               10  GL-ITEM-COUNT       PIC 9(08).
           05  GL-CONTROL-BODY REDEFINES GL-DETAIL-BODY.
               10  GL-ENTRY-COUNT      PIC 9(08).
               10  GL-ITEMS-POSTED     PIC 9(08).
               10  GL-ITEMS-RECEIVED   PIC 9(08).
               10  GL-TOTAL-DEBITS     PIC 9(15)V99.
               10  GL-TOTAL-CREDITS    PIC 9(15)V99.
               10  GL-BALANCE-FLAG     PIC X(01).
               10  GL-ITEMS-REVERSED   PIC 9(08).
      *
       FD  GL-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  GL-RPT-RECORD               PIC X(100).
      *
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  PARM-LINE                   PIC X(80).
      *
       COPY 'fd-file-data.cpy'.
      *
       FD  CHECKSUM-EXC
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  CHECKSUM-EXC-RECORD.
           05  CE-TIMESTAMP            PIC X(16).
           05  FILLER                  PIC X(01).
           05  CE-SOURCE-QUEUE         PIC X(15).
           05  FILLER                  PIC X(01).
           05  CE-MSGID                PIC X(20).
           05  FILLER                  PIC X(01).
           05  CE-CARRIED-CHECKSUM     PIC X(09).
           05  FILLER                  PIC X(01).
           05  CE-COMPUTED-CHECKSUM    PIC 9(09).
      *
       COPY 'fd-hold-register.cpy'.
      *
       COPY 'fd-run-control.cpy'.
      *
       WORKING-STORAGE SECTION.
      *-----------------------.

       01 FILLER PIC X(050)
                 VALUE  'PGM-GLPOST-WS-COMIENZO'.
      *
       01 PGM-NAME PIC X(15)
                 VALUE 'GLPOST'.
      *
       01 FS-TYPED-FILE     PIC X(02) VALUE '00'.
       01 FS-GL-WORK        PIC X(02) VALUE '00'.
       01 FS-GL-SORTED      PIC X(02) VALUE '00'.
       01 FS-GL-FILE        PIC X(02) VALUE '00'.
       01 FS-GL-RPT         PIC X(02) VALUE '00'.
       01 FS-PARM-FILE      PIC X(02) VALUE '00'.
       01 FS-FILE-DATA      PIC X(02) VALUE '00'.
       01 FS-CHECKSUM-EXC   PIC X(02) VALUE '00'.
       01 FS-HOLD-REGISTER  PIC X(02) VALUE '00'.
      *
       01 WS-TYPED-NAME     PIC X(30) VALUE SPACES.
       01 WS-GL-FILE-NAME   PIC X(30) VALUE SPACES.
       01 WS-FILE-DATA-NAME PIC X(30) VALUE SPACES.
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
      *
      *    THE PAYLOAD OF THE TYPED RECORD IN HAND.
      *
       COPY 'txn-detail.cpy'.
      *---------------------------------------------------------------*
      *    L E D G E R   M A P                                        *
      *    LEDGER=CODE,DEBIT-LEDGER,CREDIT-LEDGER LINES IN THE PARM   *
      *    REPLACE THE BUILT-IN MAP ; SUSPENSE-LEDGER=DEBIT,CREDIT    *
      *    NAMES THE PAIR SUSPENSE IS POSTED TO. A CODE WITH NO MAP   *
      *    ENTRY IS POSTED TO THE SUSPENSE LEDGERS AND FLAGGED.       *
      *---------------------------------------------------------------*
       01 LEDGER-MAP-VALUES.
          05 FILLER          PIC X(24) VALUE
                             'PAYMCUSTDDA   PAYCLEAR  '.
          05 FILLER          PIC X(24) VALUE
                             'ADJUADJCLEAR  CUSTDDA   '.
          05 FILLER          PIC X(192) VALUE SPACES.
       01 LEDGER-MAP REDEFINES LEDGER-MAP-VALUES.
          05 LEDGER-ENTRY OCCURS 10 TIMES.
             10 LM-CODE      PIC X(04).
             10 LM-DR-LEDGER PIC X(10).
             10 LM-CR-LEDGER PIC X(10).
       01 LEDGER-MAP-COUNT   PIC 9(02) VALUE 2.
       01 LEDGER-MAP-MAX     PIC 9(02) VALUE 10.
       01 LM-INDEX           PIC 9(02) VALUE ZEROS.
       01 PARM-LEDGERS-LOADED PIC 9(02) VALUE ZEROS.
       01 SUSPENSE-DR-LEDGER PIC X(10) VALUE 'SUSPENSE'.
       01 SUSPENSE-CR-LEDGER PIC X(10) VALUE 'RCVCLEAR'.
       01 POST-DR-LEDGER     PIC X(10) VALUE SPACES.
       01 POST-CR-LEDGER     PIC X(10) VALUE SPACES.
       01 SWAP-LEDGER        PIC X(10) VALUE SPACES.
       01 LEDGER-FOUND-SW    PIC 9 VALUE 0.
          88 LEDGER-FOUND    VALUE 1.
          88 LEDGER-NFOUND   VALUE 0.
      *
       01 PARM-KEY          PIC X(20) VALUE SPACES.
       01 PARM-VALUE        PIC X(60) VALUE SPACES.
       01 PARM-L-CODE       PIC X(04) VALUE SPACES.
       01 PARM-L-DEBIT      PIC X(10) VALUE SPACES.
       01 PARM-L-CREDIT     PIC X(10) VALUE SPACES.
       01 PARM-EOF-SW       PIC 9 VALUE 0.
          88 PARM-EOF       VALUE 1.
          88 PARM-NEOF      VALUE 0.
      *
      *---------------------------------------------------------------*
      *    R U N - C O N T R O L   W O R K   A R E A S                *
      *---------------------------------------------------------------*
       01 FS-RUN-CONTROL    PIC X(02) VALUE '00'.
       01 RUN-CONTROL-FIELDS.
          05 RC-W-DATE      PIC X(08) VALUE SPACES.
          05 RC-W-EVENT     PIC X(05) VALUE SPACES.
          05 RC-W-OUTCOME   PIC X(08) VALUE SPACES.
          05 RC-W-DETAIL    PIC X(30) VALUE SPACES.
       01 DEPEND-STEP       PIC X(10) VALUE SPACES.
       01 DEPEND-DATE       PIC X(08) VALUE SPACES.
       01 BUSINESS-DATE     PIC X(08) VALUE SPACES.
       01 DEPEND-SW         PIC 9 VALUE 0.
          88 DEPEND-MET     VALUE 1.
          88 DEPEND-NMET    VALUE 0.
       01 RC-SCAN-EOF-SW    PIC 9 VALUE 0.
          88 RC-SCAN-EOF    VALUE 1.
          88 RC-SCAN-NEOF   VALUE 0.
      *---------------------------------------------------------------*
      *    T H E   T H R E E   D A T E D   I N P U T S                *
      *    SOURCE 'T' IS A TYPED FILE POSTED BY CODE, 'S' IS SUSPENSE *
      *    POSTED AS ONE PAIR PER CURRENCY ON THE SUSPENSE LEDGERS.   *
      *    A TYPED RECORD FLAGGED 'R' IS CONSUMER'S REVERSAL OF A     *
      *    RECALLED BATCH - SOURCE 'R', POSTED BY CODE WITH THE       *
      *    DEBIT AND CREDIT LEDGERS SWAPPED. ONE FLAGGED 'S' IS A     *
      *    RESEND OF A MESSAGE ALREADY POSTED - NEVER POSTED TWICE.   *
      *---------------------------------------------------------------*
       01 INPUT-NAME-VALUES.
          05 FILLER          PIC X(10) VALUE 'PAYMENTS.T'.
          05 FILLER          PIC X(10) VALUE 'ADJUST.  T'.
          05 FILLER          PIC X(10) VALUE 'SUSPENSE.S'.
       01 INPUT-NAME-TABLE REDEFINES INPUT-NAME-VALUES.
          05 INPUT-ENTRY OCCURS 3 TIMES.
             10 IN-PREFIX    PIC X(09).
             10 IN-SOURCE    PIC X(01).
       01 IN-INDEX          PIC 9(02) VALUE ZEROS.
       01 IN-READ-COUNTS.
          05 IN-READ-COUNT  PIC 9(08) OCCURS 3 TIMES.
      *---------------------------------------------------------------*
      *    C O N T R O L   B R E A K   A N D   T O T A L S            *
      *---------------------------------------------------------------*
       01 CURRENT-KEY.
          05 CK-SOURCE         PIC X(01) VALUE SPACES.
             88 CK-FROM-SUSPENSE VALUE 'S'.
             88 CK-REVERSAL      VALUE 'R'.
          05 CK-TXN-CODE       PIC X(04) VALUE SPACES.
          05 CK-ACCOUNT        PIC X(16) VALUE SPACES.
          05 CK-VALUE-DATE     PIC X(08) VALUE SPACES.
          05 CK-CURRENCY       PIC X(03) VALUE SPACES.
       01 GROUP-AMOUNT       PIC 9(15)V99 VALUE ZEROS.
       01 GROUP-ITEMS        PIC 9(08) VALUE ZEROS.
       01 GROUP-SW           PIC 9 VALUE 0.
          88 GROUP-OPEN      VALUE 1.
          88 GROUP-NONE      VALUE 0.
      *
       01 TOTAL-RECEIVED     PIC 9(08) VALUE ZEROS.
       01 TOTAL-POSTED       PIC 9(08) VALUE ZEROS.
       01 TOTAL-ENTRIES      PIC 9(08) VALUE ZEROS.
       01 TOTAL-DEBITS       PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-CREDITS      PIC 9(15)V99 VALUE ZEROS.
       01 TOTAL-SUSPENSE-AMT PIC 9(15)V99 VALUE ZEROS.
       01 BAD-AMOUNT-COUNT   PIC 9(08) VALUE ZEROS.
       01 MASKED-COUNT       PIC 9(08) VALUE ZEROS.
       01 RESENT-SKIPPED     PIC 9(08) VALUE ZEROS.
       01 UNMAPPED-COUNT     PIC 9(08) VALUE ZEROS.
       01 MASK-STAR-COUNT    PIC 9(04) VALUE ZEROS.
       01 TOTAL-REVERSED     PIC 9(08) VALUE ZEROS.
      *---------------------------------------------------------------*
      *    W H A T   C O N S U M E R   R E C E I V E D                *
      *    CONSUMER WRITES EACH MESSAGE TO FILE-DATA TWICE, AS IT     *
      *    ARRIVED AND CONVERTED, WITH THE SAME MESSAGE-ID AND        *
      *    RECEIVED TIMESTAMP, SO A MESSAGE IS COUNTED WHEN EITHER    *
      *    CHANGES FROM THE RECORD BEFORE. A CHECKSUM FAILURE IS      *
      *    KNOWN BY ITS MESSAGE-ID AND RECEIVED TIMESTAMP ON          *
      *    CHECKSUM.EXC; ONLY ENTRIES FROM THE BUSINESS DATE ON ARE   *
      *    LOADED.                                                    *
      *---------------------------------------------------------------*
       01 FD-MESSAGES        PIC 9(08) VALUE ZEROS.
       01 FD-RESENDS         PIC 9(08) VALUE ZEROS.
       01 FD-CHECKSUM-FAILED PIC 9(08) VALUE ZEROS.
       01 HELD-COUNT         PIC 9(08) VALUE ZEROS.
       01 RELEASED-COUNT     PIC 9(08) VALUE ZEROS.
       01 RECEIVED-NET       PIC S9(09) VALUE ZEROS.
       01 FD-LAST-MSGID      PIC X(20) VALUE SPACES.
       01 FD-LAST-STAMP      PIC X(16) VALUE SPACES.
       01 CX-TABLE.
          05 CX-ENTRY OCCURS 500 TIMES.
             10 CX-TIMESTAMP PIC X(16).
             10 CX-MSGID     PIC X(20).
       01 CX-COUNT           PIC 9(04) VALUE ZEROS.
       01 CX-MAX             PIC 9(04) VALUE 500.
       01 CX-INDEX           PIC 9(04) VALUE ZEROS.
       01 CX-OVER            PIC 9(08) VALUE ZEROS.
       01 CX-FOUND-SW        PIC 9 VALUE 0.
          88 CX-FOUND        VALUE 1.
          88 CX-NFOUND       VALUE 0.
       01 RECEIVED-EOF-SW    PIC 9 VALUE 0.
          88 RECEIVED-EOF    VALUE 1.
          88 RECEIVED-NEOF   VALUE 0.
      *
      *    ONE PRINTED JOURNAL LINE - THE DEBIT OR THE CREDIT COLUMN
      *    IS LEFT BLANK ACCORDING TO THE SIDE BEING POSTED.
      *
       01 JOURNAL-LINE.
          05 JL-LEDGER       PIC X(10).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-SUB-ACCOUNT  PIC X(16).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-VALUE-DATE   PIC X(08).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-TXN-CODE     PIC X(04).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-CURRENCY     PIC X(03).
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-DEBIT        PIC Z(14)9.99 BLANK WHEN ZERO.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-CREDIT       PIC Z(14)9.99 BLANK WHEN ZERO.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 JL-ITEMS        PIC Z(07)9.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 JL-NOTE         PIC X(05).
       01 SHOW-TOTAL         PIC Z(14)9.99.
      *
       01 COMMAND-LINE-VALUES.
          05 CL-BUSINESS-DATE PIC X(08) VALUE SPACES.
      *    CL-BUSINESS-DATE : THE DATE OF THE DATED FILES TO POST
      *    (YYYYMMDD). BLANK TAKES TODAY.
      *
       01  FILLER PIC X(050)
                  VALUE  'PGM-GLPOST-WS-FIN'.
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
           IF CL-BUSINESS-DATE IS NUMERIC THEN
              MOVE CL-BUSINESS-DATE TO BUSINESS-DATE
           ELSE
              MOVE F-DATE TO BUSINESS-DATE
              DISPLAY 'GLPOST - NO BUSINESS DATE GIVEN, TAKEN AS '
                      BUSINESS-DATE
           END-IF
           DISPLAY 'GLPOST - POSTING BUSINESS DATE ' BUSINESS-DATE
           MOVE SPACES TO WS-GL-FILE-NAME
           STRING 'GLPOST.'     DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO WS-GL-FILE-NAME
      *
           OPEN OUTPUT GL-RPT
           IF FS-GL-RPT <> '00' THEN
              DISPLAY 'GL-RPT ACCESS ERROR - STATUS IS : '
                      FS-GL-RPT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           MOVE BUSINESS-DATE TO RC-W-DATE
           MOVE 'START'   TO RC-W-EVENT
           MOVE 'RUNNING' TO RC-W-OUTCOME
           MOVE SPACES    TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
      *
      *    POSTING BEFORE CONSUMER HAS FINISHED THE NIGHT WOULD
      *    LEAVE THE LEDGER SHORT OF WHAT WAS RECEIVED.
      *
           MOVE 'CONSUMER'     TO DEPEND-STEP
           MOVE BUSINESS-DATE  TO DEPEND-DATE
           PERFORM 2960-CHECK-DEPENDENCY
              THRU 2960-CHECK-DEPENDENCY-EXIT
      *
           PERFORM 1100-READ-PARM-FILE
              THRU 1100-READ-PARM-FILE-EXIT
      *
           PERFORM 2000-INIT
              THRU 2000-INIT-EXIT.
      *
           PERFORM 3000-END.
      *
      *---------------------------------------------------------------*
      *    1100-READ-PARM-FILE LOADS THE LEDGER MAP FROM GLPOST.PARM. *
      *    A MISSING FILE IS NOT AN ERROR - THE BUILT-IN MAP STILL    *
      *    APPLIES.                                                   *
      *---------------------------------------------------------------*
       1100-READ-PARM-FILE.
      *
           OPEN INPUT PARM-FILE
           IF FS-PARM-FILE = '35' THEN
              DISPLAY 'GLPOST - NO GLPOST.PARM, USING BUILT-IN '
                      'LEDGER MAP'
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           IF FS-PARM-FILE <> '00' THEN
              DISPLAY 'PARM-FILE ACCESS ERROR - STATUS IS : '
                      FS-PARM-FILE
              GO TO 1100-READ-PARM-FILE-EXIT
           END-IF
           SET PARM-NEOF TO TRUE
           PERFORM 1110-PARM-LINE THRU 1110-PARM-LINE-EXIT
                   UNTIL PARM-EOF
           CLOSE PARM-FILE
           IF PARM-LEDGERS-LOADED > 0 THEN
              MOVE PARM-LEDGERS-LOADED TO LEDGER-MAP-COUNT
           END-IF
           DISPLAY 'GLPOST - LEDGER MAP HAS ' LEDGER-MAP-COUNT
                   ' ENTRIES'.
      *
       1100-READ-PARM-FILE-EXIT.
           EXIT.
      *
       1110-PARM-LINE.
      *
           READ PARM-FILE
               AT END
                  SET PARM-EOF TO TRUE
                  GO TO 1110-PARM-LINE-EXIT
           END-READ
           IF PARM-LINE(1:1) = '*' OR PARM-LINE(1:1) = SPACE THEN
              GO TO 1110-PARM-LINE-EXIT
           END-IF
           MOVE SPACES TO PARM-KEY, PARM-VALUE
           UNSTRING PARM-LINE DELIMITED BY '='
               INTO PARM-KEY, PARM-VALUE
           MOVE SPACES TO PARM-L-CODE, PARM-L-DEBIT, PARM-L-CREDIT
      *
           EVALUATE PARM-KEY
              WHEN 'LEDGER'
                 UNSTRING PARM-VALUE DELIMITED BY ','
                     INTO PARM-L-CODE, PARM-L-DEBIT, PARM-L-CREDIT
                 IF PARM-L-CODE = SPACES OR PARM-L-DEBIT = SPACES
                    OR PARM-L-CREDIT = SPACES THEN
                    DISPLAY 'GLPOST - BAD LEDGER LINE IN PARM : '
                            PARM-VALUE
                    GO TO 1110-PARM-LINE-EXIT
                 END-IF
                 IF PARM-LEDGERS-LOADED >= LEDGER-MAP-MAX THEN
                    DISPLAY 'GLPOST - LEDGER MAP FULL, IGNORING : '
                            PARM-VALUE
                    GO TO 1110-PARM-LINE-EXIT
                 END-IF
                 ADD 1 TO PARM-LEDGERS-LOADED
                 MOVE PARM-L-CODE   TO LM-CODE(PARM-LEDGERS-LOADED)
                 MOVE PARM-L-DEBIT  TO LM-DR-LEDGER(PARM-LEDGERS-LOADED)
                 MOVE PARM-L-CREDIT TO LM-CR-LEDGER(PARM-LEDGERS-LOADED)
              WHEN 'SUSPENSE-LEDGER'
                 UNSTRING PARM-VALUE DELIMITED BY ','
                     INTO PARM-L-DEBIT, PARM-L-CREDIT
                 IF PARM-L-DEBIT = SPACES OR PARM-L-CREDIT = SPACES
                    THEN
                    DISPLAY 'GLPOST - BAD SUSPENSE-LEDGER LINE IN '
                            'PARM : ' PARM-VALUE
                 ELSE
                    MOVE PARM-L-DEBIT  TO SUSPENSE-DR-LEDGER
                    MOVE PARM-L-CREDIT TO SUSPENSE-CR-LEDGER
                 END-IF
              WHEN OTHER
                 DISPLAY 'GLPOST - UNKNOWN PARM KEYWORD : ' PARM-KEY
           END-EVALUATE.
      *
       1110-PARM-LINE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2000-INIT READS THE THREE DATED FILES INTO GL-WORK, SORTS  *
      *    IT ON CODE, ACCOUNT, VALUE DATE AND CURRENCY, AND POSTS    *
      *    ONE DEBIT/CREDIT PAIR PER GROUP IN 2200-CONTROL-BREAK.     *
      *---------------------------------------------------------------*
       2000-INIT.
      *
           PERFORM 2050-WRITE-HEADINGS THRU 2050-WRITE-HEADINGS-EXIT
      *
           OPEN OUTPUT GL-WORK
           IF FS-GL-WORK <> '00' THEN
              DISPLAY 'GL-WORK ACCESS ERROR - STATUS IS : '
                      FS-GL-WORK
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
           PERFORM 2100-EXTRACT-ONE-FILE
                   THRU 2100-EXTRACT-ONE-FILE-EXIT
                   VARYING IN-INDEX FROM 1 BY 1
                   UNTIL IN-INDEX > 3
           CLOSE GL-WORK
      *
           SORT SORT-WORK
               ON ASCENDING KEY SW-KEY
               USING GL-WORK
               GIVING GL-SORTED
           IF SORT-RETURN NOT = 0 THEN
              DISPLAY 'GLPOST - SORT ERROR, SORT-RETURN IS : '
                      SORT-RETURN
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           OPEN OUTPUT GL-FILE
           IF FS-GL-FILE <> '00' THEN
              DISPLAY 'GL-FILE ACCESS ERROR - STATUS IS : '
                      FS-GL-FILE ' FILE : ' WS-GL-FILE-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 2000-INIT-EXIT
           END-IF
           OPEN INPUT GL-SORTED
           IF FS-GL-SORTED <> '00' THEN
              DISPLAY 'GL-SORTED ACCESS ERROR - STATUS IS : '
                      FS-GL-SORTED
              MOVE 8 TO RETURN-CODE
              CLOSE GL-FILE
              GO TO 2000-INIT-EXIT
           END-IF
      *
           SET GROUP-NONE TO TRUE
           SET NEOF TO TRUE
           PERFORM 2210-READ-SORTED THRU 2210-READ-SORTED-EXIT
           PERFORM 2200-CONTROL-BREAK
                   THRU 2200-CONTROL-BREAK-EXIT
                   UNTIL EOF
           IF GROUP-OPEN THEN
              PERFORM 2300-POST-GROUP THRU 2300-POST-GROUP-EXIT
           END-IF
           CLOSE GL-SORTED
      *
           PERFORM 2500-COUNT-RECEIVED THRU 2500-COUNT-RECEIVED-EXIT
           PERFORM 2400-WRITE-CONTROL THRU 2400-WRITE-CONTROL-EXIT
           CLOSE GL-FILE.
      *
       2000-INIT-EXIT.
           EXIT.
      *
       2050-WRITE-HEADINGS.
      *
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'GL POSTING JOURNAL - BUSINESS DATE '
                                          DELIMITED BY SIZE
                  BUSINESS-DATE           DELIMITED BY SIZE
                  '  FILE '               DELIMITED BY SIZE
                  WS-GL-FILE-NAME         DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'LEDGER     SUB-ACCOUNT      VALUE-DT CODE CCY '
                                          DELIMITED BY SIZE
                  '            DEBIT             CREDIT    ITEMS'
                                          DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD.
      *
       2050-WRITE-HEADINGS-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2100-EXTRACT-ONE-FILE READS ONE DATED FILE INTO GL-WORK.   *
      *    A FILE THAT WAS NEVER WRITTEN (NOTHING ROUTED THERE THAT   *
      *    NIGHT) IS SIMPLY NOTHING TO POST.                          *
      *---------------------------------------------------------------*
       2100-EXTRACT-ONE-FILE.
      *
           MOVE ZEROS  TO IN-READ-COUNT(IN-INDEX)
           MOVE SPACES TO WS-TYPED-NAME
           STRING IN-PREFIX(IN-INDEX) DELIMITED BY SPACE
                  BUSINESS-DATE       DELIMITED BY SIZE
             INTO WS-TYPED-NAME
           OPEN INPUT TYPED-FILE
           IF FS-TYPED-FILE = '35' THEN
              DISPLAY 'GLPOST - NO ' WS-TYPED-NAME ', NOTHING TO POST'
              GO TO 2100-EXTRACT-ONE-FILE-EXIT
           END-IF
           IF FS-TYPED-FILE <> '00' THEN
              DISPLAY 'TYPED-FILE ACCESS ERROR - STATUS IS : '
                      FS-TYPED-FILE ' FILE : ' WS-TYPED-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 2100-EXTRACT-ONE-FILE-EXIT
           END-IF
           SET NEOF TO TRUE
           PERFORM 2110-EXTRACT-ONE-RECORD
                   THRU 2110-EXTRACT-ONE-RECORD-EXIT
                   UNTIL EOF
           CLOSE TYPED-FILE
           DISPLAY 'GLPOST - ' WS-TYPED-NAME ' RECORDS : '
                   IN-READ-COUNT(IN-INDEX).
      *
       2100-EXTRACT-ONE-FILE-EXIT.
           EXIT.
      *
       2110-EXTRACT-ONE-RECORD.
      *
           READ TYPED-FILE
               AT END
                  SET EOF TO TRUE
                  GO TO 2110-EXTRACT-ONE-RECORD-EXIT
           END-READ
           ADD 1 TO IN-READ-COUNT(IN-INDEX)
           IF TY-WIRE-HEADER(141:1) = 'S' THEN
              ADD 1 TO RESENT-SKIPPED
              GO TO 2110-EXTRACT-ONE-RECORD-EXIT
           END-IF
           MOVE TY-PAYLOAD TO DT-DETAIL
      *
           MOVE SPACES           TO GW-RECORD
           MOVE IN-SOURCE(IN-INDEX) TO GW-SOURCE
           IF GW-SOURCE = 'T' AND TY-WIRE-HEADER(141:1) = 'R' THEN
              MOVE 'R'           TO GW-SOURCE
              ADD 1              TO TOTAL-REVERSED
           END-IF
           MOVE DT-CURRENCY      TO GW-CURRENCY
           IF GW-SOURCE = 'S' THEN
              MOVE BUSINESS-DATE TO GW-VALUE-DATE
           ELSE
              MOVE DT-TXN-CODE   TO GW-TXN-CODE
              MOVE DT-ACCOUNT    TO GW-ACCOUNT
              MOVE DT-VALUE-DATE-X TO GW-VALUE-DATE
           END-IF
      *
      *    AN AMOUNT THAT IS NOT A NUMBER CAN ONLY COME FROM A
      *    SUSPENDED RECORD OF SOME OTHER LAYOUT ; IT IS COUNTED AS
      *    RECEIVED, POSTED AT ZERO AND LISTED FOR FINANCE.
      *
           IF DT-AMOUNT-X IS NUMERIC THEN
              MOVE DT-AMOUNT TO GW-AMOUNT
           ELSE
              MOVE ZEROS TO GW-AMOUNT
              ADD 1 TO BAD-AMOUNT-COUNT
              MOVE SPACES TO GL-RPT-RECORD
              STRING 'NO AMOUNT - POSTED AT ZERO : ' DELIMITED BY SIZE
                     TY-MSGID                        DELIMITED BY SIZE
                     ' IN '                          DELIMITED BY SIZE
                     WS-TYPED-NAME                   DELIMITED BY SIZE
                INTO GL-RPT-RECORD
              WRITE GL-RPT-RECORD
           END-IF
      *
      *    A TYPED FILE WRITTEN IN PROTECTED MODE CARRIES THE
      *    ACCOUNT STARRED OUT - IT STILL POSTS, BUT NOT TO A REAL
      *    SUB-ACCOUNT, AND FINANCE HAS TO BE TOLD.
      *
           IF GW-SOURCE = 'T' OR GW-SOURCE = 'R' THEN
              MOVE ZEROS TO MASK-STAR-COUNT
              INSPECT DT-ACCOUNT TALLYING MASK-STAR-COUNT FOR ALL '*'
              IF MASK-STAR-COUNT > 0 THEN
                 ADD 1 TO MASKED-COUNT
              END-IF
           END-IF
      *
           WRITE GW-RECORD
           IF FS-GL-WORK <> '00' THEN
              DISPLAY 'GL-WORK WRITE ERROR - STATUS IS : '
                      FS-GL-WORK
              MOVE 8 TO RETURN-CODE
              SET EOF TO TRUE
           END-IF.
      *
       2110-EXTRACT-ONE-RECORD-EXIT.
           EXIT.
      *
       2200-CONTROL-BREAK.
      *
           IF GROUP-OPEN AND GS-KEY NOT = CURRENT-KEY THEN
              PERFORM 2300-POST-GROUP THRU 2300-POST-GROUP-EXIT
           END-IF
           IF GROUP-NONE THEN
              MOVE GS-KEY TO CURRENT-KEY
              MOVE ZEROS  TO GROUP-AMOUNT, GROUP-ITEMS
              SET GROUP-OPEN TO TRUE
           END-IF
           ADD GS-AMOUNT TO GROUP-AMOUNT
           ADD 1         TO GROUP-ITEMS
      *
           PERFORM 2210-READ-SORTED THRU 2210-READ-SORTED-EXIT.
      *
       2200-CONTROL-BREAK-EXIT.
           EXIT.
      *
       2210-READ-SORTED.
      *
           READ GL-SORTED
               AT END
                  SET EOF TO TRUE
           END-READ.
      *
       2210-READ-SORTED-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2300-POST-GROUP WRITES THE DEBIT AND THE CREDIT FOR ONE    *
      *    GROUP TO THE GL FILE AND THE JOURNAL. SUSPENSE, AND ANY    *
      *    CODE OFF THE LEDGER MAP, GOES TO THE SUSPENSE LEDGERS. A   *
      *    REVERSAL GROUP POSTS THE SAME LEDGERS THE OTHER WAY ROUND. *
      *---------------------------------------------------------------*
       2300-POST-GROUP.
      *
           SET GROUP-NONE TO TRUE
           SET LEDGER-NFOUND TO TRUE
           IF NOT CK-FROM-SUSPENSE THEN
              PERFORM 2310-MATCH-LEDGER-ONE
                      THRU 2310-MATCH-LEDGER-ONE-EXIT
                      VARYING LM-INDEX FROM 1 BY 1
                      UNTIL LM-INDEX > LEDGER-MAP-COUNT
           END-IF
           MOVE SPACES TO JL-NOTE
           IF LEDGER-NFOUND THEN
              MOVE SUSPENSE-DR-LEDGER TO POST-DR-LEDGER
              MOVE SUSPENSE-CR-LEDGER TO POST-CR-LEDGER
              IF CK-FROM-SUSPENSE THEN
                 MOVE 'SUSP'  TO JL-NOTE
                 ADD GROUP-AMOUNT TO TOTAL-SUSPENSE-AMT
              ELSE
                 MOVE 'NOMAP' TO JL-NOTE
                 ADD 1 TO UNMAPPED-COUNT
              END-IF
           END-IF
           IF CK-REVERSAL THEN
              MOVE POST-DR-LEDGER TO SWAP-LEDGER
              MOVE POST-CR-LEDGER TO POST-DR-LEDGER
              MOVE SWAP-LEDGER    TO POST-CR-LEDGER
              IF JL-NOTE = SPACES THEN
                 MOVE 'RVSL'      TO JL-NOTE
              END-IF
           END-IF
      *
           MOVE SPACES           TO GL-RECORD
           MOVE 'D'              TO GL-RECORD-TYPE
           MOVE BUSINESS-DATE    TO GL-BUSINESS-DATE
           MOVE POST-DR-LEDGER   TO GL-LEDGER
           MOVE CK-ACCOUNT       TO GL-SUB-ACCOUNT
           MOVE CK-VALUE-DATE    TO GL-VALUE-DATE
           MOVE CK-TXN-CODE      TO GL-TXN-CODE
           MOVE 'D'              TO GL-DR-CR
           MOVE CK-CURRENCY      TO GL-CURRENCY
           MOVE GROUP-AMOUNT     TO GL-AMOUNT
           MOVE GROUP-ITEMS      TO GL-ITEM-COUNT
           PERFORM 2320-WRITE-GL-ENTRY THRU 2320-WRITE-GL-ENTRY-EXIT
           ADD GROUP-AMOUNT      TO TOTAL-DEBITS
      *
           MOVE POST-CR-LEDGER   TO GL-LEDGER
           MOVE 'C'              TO GL-DR-CR
           PERFORM 2320-WRITE-GL-ENTRY THRU 2320-WRITE-GL-ENTRY-EXIT
           ADD GROUP-AMOUNT      TO TOTAL-CREDITS
      *
           ADD GROUP-ITEMS       TO TOTAL-POSTED.
      *
       2300-POST-GROUP-EXIT.
           EXIT.
      *
       2310-MATCH-LEDGER-ONE.
      *
           IF LM-CODE(LM-INDEX) = CK-TXN-CODE THEN
              MOVE LM-DR-LEDGER(LM-INDEX) TO POST-DR-LEDGER
              MOVE LM-CR-LEDGER(LM-INDEX) TO POST-CR-LEDGER
              SET LEDGER-FOUND TO TRUE
           END-IF.
      *
       2310-MATCH-LEDGER-ONE-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2320-WRITE-GL-ENTRY WRITES THE ENTRY IN GL-RECORD AND ITS  *
      *    JOURNAL LINE, THE AMOUNT IN THE DEBIT OR CREDIT COLUMN.    *
      *---------------------------------------------------------------*
       2320-WRITE-GL-ENTRY.
      *
           WRITE GL-RECORD
           IF FS-GL-FILE <> '00' THEN
              DISPLAY 'GL-FILE WRITE ERROR - STATUS IS : '
                      FS-GL-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 2320-WRITE-GL-ENTRY-EXIT
           END-IF
           ADD 1 TO TOTAL-ENTRIES
      *
           MOVE GL-LEDGER        TO JL-LEDGER
           MOVE GL-SUB-ACCOUNT   TO JL-SUB-ACCOUNT
           MOVE GL-VALUE-DATE    TO JL-VALUE-DATE
           MOVE GL-TXN-CODE      TO JL-TXN-CODE
           MOVE GL-CURRENCY      TO JL-CURRENCY
           MOVE GL-ITEM-COUNT    TO JL-ITEMS
           IF GL-DR-CR = 'D' THEN
              MOVE GL-AMOUNT     TO JL-DEBIT
              MOVE ZEROS         TO JL-CREDIT
           ELSE
              MOVE ZEROS         TO JL-DEBIT
              MOVE GL-AMOUNT     TO JL-CREDIT
           END-IF
           MOVE JOURNAL-LINE     TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD.
      *
       2320-WRITE-GL-ENTRY-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2400-WRITE-CONTROL CLOSES THE GL FILE WITH THE BALANCING   *
      *    CONTROL RECORD AND THE JOURNAL WITH ITS TOTALS. THE RUN IS *
      *    BALANCED WHEN DEBITS EQUAL CREDITS AND THE ITEMS POSTED,   *
      *    LESS THE REVERSALS, ARE EXACTLY THE ITEMS CONSUMER         *
      *    RECEIVED AS COUNTED IN 2500-COUNT-RECEIVED.                *
      *---------------------------------------------------------------*
       2400-WRITE-CONTROL.
      *
           MOVE SPACES            TO GL-RECORD
           MOVE 'T'               TO GL-RECORD-TYPE
           MOVE BUSINESS-DATE     TO GL-BUSINESS-DATE
           MOVE TOTAL-ENTRIES     TO GL-ENTRY-COUNT
           MOVE TOTAL-POSTED      TO GL-ITEMS-POSTED
           MOVE TOTAL-RECEIVED    TO GL-ITEMS-RECEIVED
           MOVE TOTAL-DEBITS      TO GL-TOTAL-DEBITS
           MOVE TOTAL-CREDITS     TO GL-TOTAL-CREDITS
           MOVE TOTAL-REVERSED    TO GL-ITEMS-REVERSED
           IF TOTAL-DEBITS = TOTAL-CREDITS
              AND TOTAL-POSTED = TOTAL-RECEIVED + TOTAL-REVERSED THEN
              MOVE 'B'            TO GL-BALANCE-FLAG
           ELSE
              MOVE 'U'            TO GL-BALANCE-FLAG
              MOVE 8              TO RETURN-CODE
           END-IF
           WRITE GL-RECORD
           IF FS-GL-FILE <> '00' THEN
              DISPLAY 'GL-FILE WRITE ERROR - STATUS IS : '
                      FS-GL-FILE
              MOVE 8 TO RETURN-CODE
           END-IF
      *
           MOVE SPACES TO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'PAYMENTS RECORDS READ    : ' DELIMITED BY SIZE
                  IN-READ-COUNT(1)              DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'ADJUST RECORDS READ      : ' DELIMITED BY SIZE
                  IN-READ-COUNT(2)              DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'SUSPENSE RECORDS READ    : ' DELIMITED BY SIZE
                  IN-READ-COUNT(3)              DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'RESEND COPIES NOT POSTED : ' DELIMITED BY SIZE
                  RESENT-SKIPPED                DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'FILE-DATA MESSAGES       : ' DELIMITED BY SIZE
                  FD-MESSAGES                   DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING ' LESS RESEND COPIES      : ' DELIMITED BY SIZE
                  FD-RESENDS                    DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING ' LESS CHECKSUM FAILURES  : ' DELIMITED BY SIZE
                  FD-CHECKSUM-FAILED            DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING ' LESS HELD FOR COMPLIANCE: ' DELIMITED BY SIZE
                  HELD-COUNT                    DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING ' PLUS HOLDS RELEASED     : ' DELIMITED BY SIZE
                  RELEASED-COUNT                DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'ITEMS RECEIVED           : ' DELIMITED BY SIZE
                  TOTAL-RECEIVED                DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'ITEMS POSTED             : ' DELIMITED BY SIZE
                  TOTAL-POSTED                  DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING ' OF WHICH REVERSALS      : ' DELIMITED BY SIZE
                  TOTAL-REVERSED                DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'GL ENTRIES WRITTEN       : ' DELIMITED BY SIZE
                  TOTAL-ENTRIES                 DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE TOTAL-DEBITS TO SHOW-TOTAL
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'TOTAL DEBITS             : ' DELIMITED BY SIZE
                  SHOW-TOTAL                    DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE TOTAL-CREDITS TO SHOW-TOTAL
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'TOTAL CREDITS            : ' DELIMITED BY SIZE
                  SHOW-TOTAL                    DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE TOTAL-SUSPENSE-AMT TO SHOW-TOTAL
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'OF WHICH TO SUSPENSE     : ' DELIMITED BY SIZE
                  SHOW-TOTAL                    DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'GROUPS WITH NO LEDGER    : ' DELIMITED BY SIZE
                  UNMAPPED-COUNT                DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'RECORDS WITH NO AMOUNT   : ' DELIMITED BY SIZE
                  BAD-AMOUNT-COUNT              DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           MOVE SPACES TO GL-RPT-RECORD
           STRING 'MASKED ACCOUNTS POSTED   : ' DELIMITED BY SIZE
                  MASKED-COUNT                  DELIMITED BY SIZE
             INTO GL-RPT-RECORD
           WRITE GL-RPT-RECORD
           IF GL-BALANCE-FLAG = 'B' THEN
              MOVE 'POSTING RESULT           : BALANCED'
                   TO GL-RPT-RECORD
           ELSE
              MOVE 'POSTING RESULT           : OUT OF BALANCE'
                   TO GL-RPT-RECORD
           END-IF
           WRITE GL-RPT-RECORD
      *
           IF RETURN-CODE = 0 AND (UNMAPPED-COUNT > 0
              OR BAD-AMOUNT-COUNT > 0 OR MASKED-COUNT > 0) THEN
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'GLPOST - ITEMS RECEIVED   : ' TOTAL-RECEIVED
           DISPLAY 'GLPOST - RESENDS SKIPPED  : ' RESENT-SKIPPED
           DISPLAY 'GLPOST - ITEMS POSTED     : ' TOTAL-POSTED
           DISPLAY 'GLPOST - REVERSALS POSTED : ' TOTAL-REVERSED
           IF GL-BALANCE-FLAG NOT = 'B' THEN
              DISPLAY 'GLPOST - OUT OF BALANCE WITH WHAT CONSUMER '
                      'RECEIVED'
           END-IF
           DISPLAY 'GLPOST - GL ENTRIES       : ' TOTAL-ENTRIES
           DISPLAY 'GLPOST - NO LEDGER        : ' UNMAPPED-COUNT
           DISPLAY 'GLPOST - NO AMOUNT        : ' BAD-AMOUNT-COUNT
           DISPLAY 'GLPOST - MASKED ACCOUNTS  : ' MASKED-COUNT.
      *
       2400-WRITE-CONTROL-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2500-COUNT-RECEIVED COUNTS WHAT CONSUMER RECEIVED FOR THE  *
      *    BUSINESS DATE WITHOUT LOOKING AT THE TYPED FILES : THE     *
      *    DISTINCT MESSAGES ON FILE-DATA, LESS RESEND COPIES (NEVER  *
      *    POSTED), CHECKSUM FAILURES (NEVER ROUTED) AND HOLDS ON THE *
      *    DAY'S HOLD FILE, PLUS THE HOLDS COMPHOLD RELEASED INTO THE *
      *    DAY'S TYPED FILES.                                         *
      *---------------------------------------------------------------*
       2500-COUNT-RECEIVED.
      *
           PERFORM 2510-LOAD-CHECKSUM-EXC
              THRU 2510-LOAD-CHECKSUM-EXC-EXIT
           PERFORM 2520-COUNT-FILE-DATA
              THRU 2520-COUNT-FILE-DATA-EXIT
           PERFORM 2540-COUNT-HELD
              THRU 2540-COUNT-HELD-EXIT
           PERFORM 2550-COUNT-RELEASED
              THRU 2550-COUNT-RELEASED-EXIT
      *
           COMPUTE RECEIVED-NET = FD-MESSAGES - FD-RESENDS
                                - FD-CHECKSUM-FAILED - HELD-COUNT
                                + RELEASED-COUNT
           IF RECEIVED-NET < 0 THEN
              MOVE ZEROS        TO TOTAL-RECEIVED
           ELSE
              MOVE RECEIVED-NET TO TOTAL-RECEIVED
           END-IF.
      *
       2500-COUNT-RECEIVED-EXIT.
           EXIT.
      *
       2510-LOAD-CHECKSUM-EXC.
      *
           MOVE ZEROS TO CX-COUNT
           OPEN INPUT CHECKSUM-EXC
           IF FS-CHECKSUM-EXC = '35' THEN
              GO TO 2510-LOAD-CHECKSUM-EXC-EXIT
           END-IF
           IF FS-CHECKSUM-EXC <> '00' THEN
              DISPLAY 'CHECKSUM-EXC ACCESS ERROR - STATUS IS : '
                      FS-CHECKSUM-EXC
              MOVE 8 TO RETURN-CODE
              GO TO 2510-LOAD-CHECKSUM-EXC-EXIT
           END-IF
           SET RECEIVED-NEOF TO TRUE
           PERFORM 2515-LOAD-ONE-EXC THRU 2515-LOAD-ONE-EXC-EXIT
                   UNTIL RECEIVED-EOF
           CLOSE CHECKSUM-EXC
           IF CX-OVER > 0 THEN
              DISPLAY 'GLPOST - CHECKSUM.EXC ENTRIES OVER THE TABLE : '
                      CX-OVER
              IF RETURN-CODE = 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       2510-LOAD-CHECKSUM-EXC-EXIT.
           EXIT.
      *
       2515-LOAD-ONE-EXC.
      *
           READ CHECKSUM-EXC
               AT END
                  SET RECEIVED-EOF TO TRUE
                  GO TO 2515-LOAD-ONE-EXC-EXIT
           END-READ
           IF CE-TIMESTAMP(1:8) < BUSINESS-DATE THEN
              GO TO 2515-LOAD-ONE-EXC-EXIT
           END-IF
           IF CX-COUNT NOT < CX-MAX THEN
              ADD 1 TO CX-OVER
              GO TO 2515-LOAD-ONE-EXC-EXIT
           END-IF
           ADD 1 TO CX-COUNT
           MOVE CE-TIMESTAMP TO CX-TIMESTAMP(CX-COUNT)
           MOVE CE-MSGID     TO CX-MSGID(CX-COUNT).
      *
       2515-LOAD-ONE-EXC-EXIT.
           EXIT.
      *
       2520-COUNT-FILE-DATA.
      *
           MOVE SPACES TO WS-FILE-DATA-NAME
           STRING 'FILE-DATA.'  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO WS-FILE-DATA-NAME
           OPEN INPUT FILE-DATA
           IF FS-FILE-DATA = '35' THEN
              DISPLAY 'GLPOST - NO ' WS-FILE-DATA-NAME
                      ', NOTHING RECEIVED'
              GO TO 2520-COUNT-FILE-DATA-EXIT
           END-IF
           IF FS-FILE-DATA <> '00' THEN
              DISPLAY 'FILE-DATA ACCESS ERROR - STATUS IS : '
                      FS-FILE-DATA ' FILE : ' WS-FILE-DATA-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 2520-COUNT-FILE-DATA-EXIT
           END-IF
           MOVE SPACES TO FD-LAST-MSGID, FD-LAST-STAMP
           SET RECEIVED-NEOF TO TRUE
           PERFORM 2525-COUNT-ONE-MESSAGE
                   THRU 2525-COUNT-ONE-MESSAGE-EXIT
                   UNTIL RECEIVED-EOF
           CLOSE FILE-DATA.
      *
       2520-COUNT-FILE-DATA-EXIT.
           EXIT.
      *
       2525-COUNT-ONE-MESSAGE.
      *
           READ FILE-DATA
               AT END
                  SET RECEIVED-EOF TO TRUE
                  GO TO 2525-COUNT-ONE-MESSAGE-EXIT
           END-READ
           IF WW02-MSGID = FD-LAST-MSGID
              AND WW02-RECEIVED-TIMESTAMP = FD-LAST-STAMP THEN
              GO TO 2525-COUNT-ONE-MESSAGE-EXIT
           END-IF
           MOVE WW02-MSGID              TO FD-LAST-MSGID
           MOVE WW02-RECEIVED-TIMESTAMP TO FD-LAST-STAMP
           ADD 1 TO FD-MESSAGES
           IF WW02-MESSAGE(141:1) = 'S' THEN
              ADD 1 TO FD-RESENDS
              GO TO 2525-COUNT-ONE-MESSAGE-EXIT
           END-IF
           SET CX-NFOUND TO TRUE
           PERFORM 2530-MATCH-CHECKSUM-ONE
                   THRU 2530-MATCH-CHECKSUM-ONE-EXIT
                   VARYING CX-INDEX FROM 1 BY 1
                   UNTIL CX-INDEX > CX-COUNT OR CX-FOUND
           IF CX-FOUND THEN
              ADD 1 TO FD-CHECKSUM-FAILED
           END-IF.
      *
       2525-COUNT-ONE-MESSAGE-EXIT.
           EXIT.
      *
       2530-MATCH-CHECKSUM-ONE.
      *
           IF CX-MSGID(CX-INDEX)     = WW02-MSGID
              AND CX-TIMESTAMP(CX-INDEX) = WW02-RECEIVED-TIMESTAMP THEN
              SET CX-FOUND TO TRUE
           END-IF.
      *
       2530-MATCH-CHECKSUM-ONE-EXIT.
           EXIT.
      *
      *    A RESEND COPY HELD FOR COMPLIANCE IS ALREADY OUT OF THE
      *    COUNT AS A RESEND, SO IT IS NOT TAKEN OFF A SECOND TIME.
      *
       2540-COUNT-HELD.
      *
           MOVE SPACES TO WS-TYPED-NAME
           STRING 'HOLD.'       DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO WS-TYPED-NAME
           OPEN INPUT TYPED-FILE
           IF FS-TYPED-FILE = '35' THEN
              GO TO 2540-COUNT-HELD-EXIT
           END-IF
           IF FS-TYPED-FILE <> '00' THEN
              DISPLAY 'TYPED-FILE ACCESS ERROR - STATUS IS : '
                      FS-TYPED-FILE ' FILE : ' WS-TYPED-NAME
              MOVE 8 TO RETURN-CODE
              GO TO 2540-COUNT-HELD-EXIT
           END-IF
           SET RECEIVED-NEOF TO TRUE
           PERFORM 2545-COUNT-ONE-HELD THRU 2545-COUNT-ONE-HELD-EXIT
                   UNTIL RECEIVED-EOF
           CLOSE TYPED-FILE.
      *
       2540-COUNT-HELD-EXIT.
           EXIT.
      *
       2545-COUNT-ONE-HELD.
      *
           READ TYPED-FILE
               AT END
                  SET RECEIVED-EOF TO TRUE
                  GO TO 2545-COUNT-ONE-HELD-EXIT
           END-READ
           IF TY-WIRE-HEADER(141:1) NOT = 'S' THEN
              ADD 1 TO HELD-COUNT
           END-IF.
      *
       2545-COUNT-ONE-HELD-EXIT.
           EXIT.
      *
      *    COMPHOLD APPENDS A RELEASE TO THE TYPED FILE OF THE DAY IT
      *    WAS DECIDED, SO THE RELEASES DECIDED ON THE BUSINESS DATE
      *    ARE THE ONES IN TODAY'S FILES.
      *
       2550-COUNT-RELEASED.
      *
           OPEN INPUT HOLD-REGISTER
           IF FS-HOLD-REGISTER = '35' THEN
              GO TO 2550-COUNT-RELEASED-EXIT
           END-IF
           IF FS-HOLD-REGISTER <> '00' THEN
              DISPLAY 'HOLD-REGISTER ACCESS ERROR - STATUS IS : '
                      FS-HOLD-REGISTER
              MOVE 8 TO RETURN-CODE
              GO TO 2550-COUNT-RELEASED-EXIT
           END-IF
           SET RECEIVED-NEOF TO TRUE
           PERFORM 2555-COUNT-ONE-RELEASED
                   THRU 2555-COUNT-ONE-RELEASED-EXIT
                   UNTIL RECEIVED-EOF
           CLOSE HOLD-REGISTER.
      *
       2550-COUNT-RELEASED-EXIT.
           EXIT.
      *
       2555-COUNT-ONE-RELEASED.
      *
           READ HOLD-REGISTER NEXT
               AT END
                  SET RECEIVED-EOF TO TRUE
                  GO TO 2555-COUNT-ONE-RELEASED-EXIT
           END-READ
           IF FS-HOLD-REGISTER <> '00' THEN
              DISPLAY 'HOLD-REGISTER READ ERROR - STATUS IS : '
                      FS-HOLD-REGISTER
              MOVE 8 TO RETURN-CODE
              SET RECEIVED-EOF TO TRUE
              GO TO 2555-COUNT-ONE-RELEASED-EXIT
           END-IF
           IF HR-RELEASED
              AND HR-DECIDED-TIMESTAMP(1:8) = BUSINESS-DATE THEN
              ADD 1 TO RELEASED-COUNT
           END-IF.
      *
       2555-COUNT-ONE-RELEASED-EXIT.
           EXIT.
      *
       3000-END.
      *
           CLOSE GL-RPT.
           MOVE 'END'     TO RC-W-EVENT
           EVALUATE RETURN-CODE
              WHEN 0
                 MOVE 'OK'      TO RC-W-OUTCOME
              WHEN 4
                 MOVE 'WARNING' TO RC-W-OUTCOME
              WHEN OTHER
                 MOVE 'ERROR'   TO RC-W-OUTCOME
           END-EVALUATE
           MOVE SPACES TO RC-W-DETAIL
           PERFORM 2950-WRITE-RUN-CONTROL
              THRU 2950-WRITE-RUN-CONTROL-EXIT
           STOP RUN.
      *
      *---------------------------------------------------------------*
      *    2950-WRITE-RUN-CONTROL APPENDS ONE EVENT TO THE SHARED    *
      *    RUN-CONTROL FILE - THE CALLER SETS THE EVENT, OUTCOME AND *
      *    DETAIL FIELDS FIRST.                                      *
      *---------------------------------------------------------------*
       2950-WRITE-RUN-CONTROL.
      *
           OPEN EXTEND RUN-CONTROL
           IF FS-RUN-CONTROL = '35' OR FS-RUN-CONTROL = '05' THEN
              OPEN OUTPUT RUN-CONTROL
           END-IF
           IF FS-RUN-CONTROL <> '00' THEN
              DISPLAY 'RUN-CONTROL ACCESS ERROR - STATUS IS : '
                      FS-RUN-CONTROL
              GO TO 2950-WRITE-RUN-CONTROL-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO FULL-CURRENT-DATE
           MOVE SPACES        TO RC-RECORD
           MOVE RC-W-DATE     TO RC-DATE
           MOVE PGM-NAME      TO RC-STEP
           MOVE RC-W-EVENT    TO RC-EVENT
           MOVE RC-W-OUTCOME  TO RC-OUTCOME
           MOVE FULL-DATETIME TO RC-TIMESTAMP
           MOVE RC-W-DETAIL   TO RC-DETAIL
           MOVE '|' TO RC-RECORD(9:1), RC-RECORD(20:1),
                       RC-RECORD(26:1), RC-RECORD(35:1),
                       RC-RECORD(52:1)
           WRITE RC-RECORD
           IF FS-RUN-CONTROL <> '00' THEN
              DISPLAY 'RUN-CONTROL WRITE ERROR - STATUS IS : '
                      FS-RUN-CONTROL
           END-IF
           CLOSE RUN-CONTROL.
      *
       2950-WRITE-RUN-CONTROL-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      *    2960-CHECK-DEPENDENCY SCANS RUN.CONTROL FOR A COMPLETED   *
      *    END EVENT OF DEPEND-STEP ON DEPEND-DATE. NOT FINDING ONE  *
      *    IS A WARNING, NOT A STOP.                                 *
      *---------------------------------------------------------------*
       2960-CHECK-DEPENDENCY.
      *
           SET DEPEND-NMET TO TRUE
           OPEN INPUT RUN-CONTROL
           IF FS-RUN-CONTROL <> '00' THEN
              GO TO 2960-CHECK-DEPENDENCY-REPORT
           END-IF
           SET RC-SCAN-NEOF TO TRUE
           PERFORM 2965-SCAN-ONE-EVENT
                   THRU 2965-SCAN-ONE-EVENT-EXIT
                   UNTIL RC-SCAN-EOF
           CLOSE RUN-CONTROL.
      *
       2960-CHECK-DEPENDENCY-REPORT.
      *
           IF DEPEND-NMET THEN
              DISPLAY 'GLPOST - WARNING, STEP ' DEPEND-STEP
                      'HAS NOT COMPLETED FOR ' DEPEND-DATE
              IF RETURN-CODE = 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
      *
       2960-CHECK-DEPENDENCY-EXIT.
           EXIT.
      *
       2965-SCAN-ONE-EVENT.
      *
           READ RUN-CONTROL
               AT END
                  SET RC-SCAN-EOF TO TRUE
                  GO TO 2965-SCAN-ONE-EVENT-EXIT
           END-READ
           IF RC-EVENT-END AND RC-STEP = DEPEND-STEP
              AND RC-DATE = DEPEND-DATE
              AND (RC-OUTCOME = 'OK' OR RC-OUTCOME = 'WARNING') THEN
              SET DEPEND-MET TO TRUE
           END-IF
           IF RC-EVENT-OVERRIDE AND RC-STEP = DEPEND-STEP
              AND RC-DATE = DEPEND-DATE
              AND RC-OUTCOME = 'OK' THEN
              SET DEPEND-MET TO TRUE
           END-IF.
      *
       2965-SCAN-ONE-EVENT-EXIT.
           EXIT.
