      *    WW02-RECEIVED-TIMESTAMP/WW02-MSGID/WW02-ENCODING-FLAG ARE  *
      *    STAMPED BY CONSUMER AT RECEIPT TIME, AHEAD OF THE MESSAGE  *
      *    BODY, SO A RECORD CAN BE TRACED BACK TO ITS BROKER DELIVERY*
      *    THE MESSAGE HEADER CARRIES PRODUCER'S STAMPS : THE BATCH   *
      *    BUSINESS DATE (THE TRANS-FILE HEADER'S CREATION DATE), THE *
      *    PUBLISH TIMESTAMP AND THE BATCH ID - WW02-MESSAGE-HEADER.  *
      *    A MESSAGE FROM BEFORE THE BUSINESS DATE WAS CARRIED HAS    *
      *    SPACES THERE.                                              *
      *---------------------------------------------------------------*
       FD  FILE-DATA
           LABEL RECORDS ARE STANDARD
      *    CAN PROCESS ACTUAL CONTENT INSTEAD OF THE PADDED BUFFER.
           05  WW02-MSG-LENGTH         PIC 9(04).
           05  WW02-MESSAGE            PIC X(2048).
           05  WW02-MESSAGE-HEADER REDEFINES WW02-MESSAGE.
               10  FILLER              PIC X(07).
               10  WW02-BUSINESS-DATE  PIC X(08).
               10  WW02-PUBLISH-TIMESTAMP
                                       PIC X(16).
               10  WW02-BATCH-ID       PIC X(08).
               10  FILLER              PIC X(2009).
