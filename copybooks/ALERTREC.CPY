      *****************************************************
      *  OPERATOR ALERT RECORD LAYOUT
      *  ONE RECORD PER ABNORMAL CYCLE EVENT, APPENDED BY THE
      *  JOB THAT MET IT, IN ONE STANDARD FORMAT THE
      *  MONITORING AND PAGING TOOL PICKS UP: SITE, JOB,
      *  SEVERITY, THE TIME IT WAS RAISED AND A SHORT TEXT.
      *  THE CYCLE DATE IS THE NIGHT THE JOB WAS PROCESSING
      *  (A CATCH-UP DATE, NOT THE CLOCK, ON A CATCH-UP RUN),
      *  SO CYCSTAT CAN SHOW EACH NIGHT'S ALERTS TOGETHER.
      *  CRITICAL MEANS THE NIGHT'S LEDGER, BACKUP OR GL
      *  TRANSMISSION DID NOT STAND; WARNING MEANS THE NIGHT
      *  RAN BUT SOMEONE SHOULD LOOK. AN ALERT STAYS OPEN
      *  UNTIL AN OPERATOR ACKNOWLEDGES IT IN ALERTACK, WHICH
      *  RECORDS WHO AND WHEN.
      *****************************************************
       01  OPERATOR-ALERT-RECORD.
           05  ALRT-RAISED-DATE          PIC X(8).
           05  ALRT-RAISED-TIME          PIC X(6).
           05  ALRT-SITE-CODE            PIC X(3).
           05  ALRT-JOB-NAME             PIC X(8).
           05  ALRT-SEVERITY             PIC X(8).
               88  ALRT-CRITICAL         VALUE "CRITICAL".
               88  ALRT-WARNING          VALUE "WARNING".
           05  ALRT-CYCLE-DATE           PIC X(8).
           05  ALRT-TEXT                 PIC X(60).
           05  ALRT-STATUS               PIC X(1).
               88  ALRT-OPEN             VALUE "O".
               88  ALRT-ACKNOWLEDGED     VALUE "A".
           05  ALRT-ACK-BY               PIC X(8).
           05  ALRT-ACK-DATE             PIC X(8).
           05  ALRT-ACK-TIME             PIC X(6).
