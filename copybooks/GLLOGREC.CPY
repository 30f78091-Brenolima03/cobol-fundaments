      *****************************************************
      *  GL TRANSMISSION LOG RECORD LAYOUT
      *  ONE RECORD PER GL INTERFACE GENERATION SENT TO
      *  CORPORATE ACCOUNTING: APPENDED BY LEDPOST WHEN IT
      *  CUTS A GENERATION (ORIGINAL) AND BY GLRESEND WHEN
      *  AN EARLIER GENERATION IS SENT AGAIN (RESEND). THE
      *  COUNT AND HASH ARE THE GLINTF TRAILER'S, SO THE
      *  RECONCILIATION (GLRECON) CAN MATCH THEM AGAINST
      *  CORPORATE'S ACKNOWLEDGEMENT.
      *****************************************************
       01  GL-TRANSMISSION-LOG-RECORD.
           05  GLLOG-GENERATION          PIC 9(5).
           05  GLLOG-SITE-CODE           PIC X(3).
           05  GLLOG-CYCLE-DATE          PIC X(8).
           05  GLLOG-SENT-DATE           PIC X(8).
           05  GLLOG-SENT-TIME           PIC X(6).
           05  GLLOG-RECORD-COUNT        PIC 9(7).
           05  GLLOG-HASH-TOTAL          PIC 9(13)V99.
           05  GLLOG-SEND-TYPE           PIC X(8).
               88  GLLOG-ORIGINAL        VALUE "ORIGINAL".
               88  GLLOG-RESEND          VALUE "RESEND".
