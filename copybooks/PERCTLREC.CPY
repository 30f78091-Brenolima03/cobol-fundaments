      *****************************************************
      *  PERIOD CONTROL RECORD LAYOUT
      *  ONE RECORD PER ACCOUNTING PERIOD CLOSED AT A SITE,
      *  APPENDED BY THE MONTH-END CLOSE (PERCLOSE) ONCE
      *  THE PERIOD'S HISTORY IS WRITTEN AND PROVEN. THE
      *  PERIOD IS IDENTIFIED BY THE YEAR AND MONTH OF ITS
      *  PERIOD-END NIGHT AND RUNS FROM THE DAY AFTER THE
      *  PREVIOUS CLOSE THROUGH THAT NIGHT. NOTHING DATED
      *  ON OR BEFORE THE LATEST CLOSED END DATE MAY BE
      *  KEYED, EXTRACTED OR POSTED. RECORDS WRITTEN WITH
      *  A SPACES SITE CODE READ AS HQ.
      *****************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PCTL-SITE-CODE            PIC X(3).
           05  PCTL-PERIOD               PIC X(6).
           05  PCTL-START-DATE           PIC X(8).
           05  PCTL-END-DATE             PIC X(8).
           05  PCTL-STATUS               PIC X(1).
               88  PCTL-CLOSED           VALUE "C".
           05  PCTL-CLOSED-DATE          PIC X(8).
           05  PCTL-CLOSED-TIME          PIC X(6).
