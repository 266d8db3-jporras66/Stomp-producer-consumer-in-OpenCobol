      *    SELECT FOR MSG-STORE - THE INDEXED MESSAGE STORE LOADED    *
      *    FROM CONSUMER'S DATED FILE-DATA FILES. PRIMARY KEY IS THE  *
      *    MESSAGE ID; ALTERNATE KEYS (WITH DUPLICATES) LET THE DESK  *
      *    TRACE BY SOURCE QUEUE, BY RECEIVED DATE OR BY THE BATCH    *
      *    BUSINESS DATE.                                             *
      *---------------------------------------------------------------*
           SELECT MSG-STORE
               ASSIGN TO 'MSGSTORE'
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MS-RECEIVED-DATE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MS-BUSINESS-DATE
                   WITH DUPLICATES
               FILE STATUS IS FS-MSG-STORE.
