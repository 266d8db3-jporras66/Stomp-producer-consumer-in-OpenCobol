      *---------------------------------------------------------------*
      *    SELECT FOR DUP-REGISTER - THE KEYED REGISTER OF EVERY      *
      *    TRANSACTION CODE AND REFERENCE NUMBER PRODUCER HAS         *
      *    ACTUALLY PUBLISHED. TRANSGEN AND PRODUCER BOTH LOOK EACH   *
      *    DETAIL UP HERE SO A RE-DROPPED EXTRACT IS HELD INSTEAD OF  *
      *    BEING PUBLISHED A SECOND TIME.                             *
      *---------------------------------------------------------------*
           SELECT DUP-REGISTER
               ASSIGN TO 'DUPREF.REGISTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS FS-DUP-REGISTER.
