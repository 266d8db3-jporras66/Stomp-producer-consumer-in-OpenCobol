      *---------------------------------------------------------------*
      *    FD FOR OPER-JOURNAL - ONE OPERATOR ACTION PER RECORD,      *
      *    APPENDED IN THE ORDER TAKEN. USER COMES FROM THE LOGIN,    *
      *    TERMINAL FROM THE SESSION'S TTY (CONSOLE WHEN THERE IS     *
      *    NONE). THE ACTION NAMES WHAT WAS DONE (CHANGE, OVERRIDE,   *
      *    REPAIR, DISPLAY ...) AND THE KEY WHAT IT WAS DONE TO.      *
      *    BEFORE AND AFTER HOLD THE CHANGED LINE OR FIELD WHERE      *
      *    THERE IS ONE. MASK IS Y OR N ON A DISPLAY OF CUSTOMER      *
      *    DATA - WHETHER THE SENSITIVE FIELDS WERE MASKED - AND      *
      *    BLANK ON EVERY OTHER ACTION.                               *
      *---------------------------------------------------------------*
       FD  OPER-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.
       01  OJ-RECORD.
           05  OJ-TIMESTAMP            PIC X(16).
           05  FILLER                  PIC X(01).
           05  OJ-USER                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  OJ-TERMINAL             PIC X(16).
           05  FILLER                  PIC X(01).
           05  OJ-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(01).
           05  OJ-ACTION               PIC X(08).
           05  FILLER                  PIC X(01).
           05  OJ-MASK                 PIC X(01).
               88  OJ-MASKED           VALUE 'Y'.
               88  OJ-UNMASKED         VALUE 'N'.
           05  FILLER                  PIC X(01).
           05  OJ-KEY                  PIC X(40).
           05  FILLER                  PIC X(01).
           05  OJ-BEFORE               PIC X(80).
           05  FILLER                  PIC X(01).
           05  OJ-AFTER                PIC X(80).
