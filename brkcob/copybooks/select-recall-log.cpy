      *---------------------------------------------------------------*
      *    SELECT FOR RECALL-LOG - ONE ROW PER BATCH AND QUEUE THAT   *
      *    CONSUMER HAS REVERSED ON A CANCEL FROM RECALL. CONSUMER    *
      *    CHECKS IT SO A REDELIVERED CANCEL IS NOT REVERSED TWICE;   *
      *    MSGSTORE READS IT TO MARK THE STORED MESSAGES RECALLED.    *
      *---------------------------------------------------------------*
           SELECT RECALL-LOG
               ASSIGN TO 'RECALL.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECALL-LOG.
