      *****************************************************
      *  BATCH APPROVAL CONTROL RECORD LAYOUT
      *  SINGLE-RECORD FILE HOLDING THE AMOUNT ABOVE WHICH
      *  A TRANENT BATCH ALWAYS WAITS FOR A SECOND
      *  OPERATOR'S APPROVAL. A BATCH AT OR UNDER THE LIMIT
      *  IS RELEASED STRAIGHT TO THE TRANSACTION FILE. A
      *  MISSING FILE OR A LIMIT OF ZERO SENDS EVERY BATCH
      *  FOR APPROVAL.
      *****************************************************
       01  APPROVAL-CONTROL-RECORD.
           05  APPR-LIMIT-AMOUNT         PIC 9(11)V99.
