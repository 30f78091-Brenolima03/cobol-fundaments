      *****************************************************
      *  GL RECONCILIATION CONTROL RECORD LAYOUT
      *  SINGLE-RECORD FILE HOLDING THE NUMBER OF DAYS A
      *  SENT GL INTERFACE GENERATION MAY GO WITHOUT AN
      *  ACKNOWLEDGEMENT BEFORE GLRECON REPORTS IT OVERDUE.
      *  A MISSING CONTROL FILE DEFAULTS TO 3 DAYS.
      *****************************************************
       01  GL-RECON-CONTROL-RECORD.
           05  GLCT-ACK-DAYS             PIC 9(3).
