      *---------------------------------------------------------------*
      *    SELECT FOR ACCT-INDEX - THE ACCOUNT INDEX OVER THE MESSAGE *
      *    STORE, BUILT BY MSGSTORE AS IT LOADS. ONE ENTRY PER        *
      *    ACCOUNT FIELD PER STORED MESSAGE; THE KEY LEADS WITH THE   *
      *    ACCOUNT AND THE RECEIVED DATE SO ACCTINQ CAN START ON AN   *
      *    ACCOUNT AND READ ITS HISTORY FORWARD IN DATE ORDER.        *
      *---------------------------------------------------------------*
           SELECT ACCT-INDEX
               ASSIGN TO 'ACCTINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               ALTERNATE RECORD KEY IS AX-MSGID
                   WITH DUPLICATES
               FILE STATUS IS FS-ACCT-INDEX.
