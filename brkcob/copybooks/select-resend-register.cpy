      *---------------------------------------------------------------*
      *    SELECT FOR RESEND-REGISTER - ONE ENTRY PER STORED MESSAGE  *
      *    RESEND HAS EVER REPUBLISHED, KEYED BY THE ORIGINAL MESSAGE *
      *    ID. RESEND LOOKS EACH SELECTED MESSAGE UP HERE AND WILL    *
      *    NOT SEND ONE A SECOND TIME WITHOUT AN EXPLICIT OVERRIDE.   *
      *---------------------------------------------------------------*
           SELECT RESEND-REGISTER
               ASSIGN TO 'RESEND.REGISTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-MSGID
               FILE STATUS IS FS-RESEND-REGISTER.
