      *    FIELDS AS WW02-FILE-DATA PLUS MS-RECEIVED-DATE, THE DATE   *
      *    PORTION OF THE RECEIVED TIMESTAMP, CARRIED SEPARATELY SO   *
      *    IT CAN SERVE AS AN ALTERNATE KEY FOR DATE-RANGE TRACES.    *
      *    MS-BUSINESS-DATE, THE BATCH BUSINESS DATE PRODUCER STAMPS  *
      *    IN THE MESSAGE HEADER, IS THE THIRD ALTERNATE KEY; THE     *
      *    LOAD FILLS IT WITH THE RECEIVED DATE FOR A MESSAGE FROM    *
      *    BEFORE THE STAMP WAS CARRIED.                              *
      *    MS-STATUS IS WHERE THE MESSAGE STANDS NOW, STAMPED WITH    *
      *    THE TIME OF THE LAST CHANGE : RECEIVED WHEN LOADED AND NOT *
      *    PASSED DOWNSTREAM, ROUTED ONCE CONSUMER (OR A COMPLIANCE   *
      *    RELEASE) PUT IT ON A TYPED FILE, HELD WHILE IT SITS ON THE *
      *    HOLD REGISTER, RETURNED WHEN THE DOWNSTREAM'S RETURNS FILE *
      *    SENDS IT BACK, RECALLED ONCE ITS BATCH HAS BEEN PULLED     *
      *    BACK. A RETURNED MESSAGE CARRIES THE DOWNSTREAM'S REASON   *
      *    CODE AND TEXT AND THE DATE OF THE RETURNS FILE.            *
      *---------------------------------------------------------------*
       FD  MSG-STORE
           LABEL RECORDS ARE STANDARD.
               88  MS-ENCODING-EBCDIC   VALUE 'E'.
           05  MS-MSG-LENGTH           PIC 9(04).
           05  MS-MESSAGE              PIC X(2048).
           05  MS-MESSAGE-HEADER REDEFINES MS-MESSAGE.
               10  FILLER              PIC X(07).
               10  MS-BUSINESS-DATE    PIC X(08).
               10  MS-PUBLISH-TIMESTAMP
                                       PIC X(16).
               10  MS-BATCH-ID         PIC X(08).
               10  FILLER              PIC X(2009).
           05  MS-STATUS               PIC X(10).
               88  MS-STATUS-RECEIVED  VALUE 'RECEIVED'.
               88  MS-STATUS-ROUTED    VALUE 'ROUTED'.
               88  MS-STATUS-HELD      VALUE 'HELD'.
               88  MS-STATUS-RETURNED  VALUE 'RETURNED'.
               88  MS-STATUS-RECALLED  VALUE 'RECALLED'.
           05  MS-STATUS-TIMESTAMP     PIC X(16).
           05  MS-RETURN-REASON        PIC X(04).
           05  MS-RETURN-TEXT          PIC X(30).
           05  MS-RETURN-DATE          PIC X(08).
