      *---------------------------------------------------------------*
      *    SELECT FOR HOLD-REGISTER - ONE ENTRY PER MESSAGE CONSUMER  *
      *    HELD ON A WATCH-LIST MATCH, KEYED BY MESSAGE ID. THE       *
      *    ALTERNATE KEY ON THE STATUS LETS COMPHOLD AND OPSRPT GO    *
      *    STRAIGHT TO THE ITEMS STILL AWAITING A DECISION, WHATEVER  *
      *    DAY THEY WERE HELD.                                        *
      *---------------------------------------------------------------*
           SELECT HOLD-REGISTER
               ASSIGN TO 'HOLD.REGISTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-MSGID
               ALTERNATE RECORD KEY IS HR-STATUS
                   WITH DUPLICATES
               FILE STATUS IS FS-HOLD-REGISTER.
