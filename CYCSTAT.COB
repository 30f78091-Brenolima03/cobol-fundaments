      *cobc -x -frelax-syntax -I copybooks CYCSTAT.COB
      *export CHKPOINT=data/CHKPOINT.DAT DAYSTAT=data/DAYSTAT.DAT
      *    SODEXCP=data/SODEXCP.DAT SITEMAST=data/SITEMAST.DAT
      *    ALERTS=data/ALERTS.DAT WELCOME_SITE_CODE=HQ
      *****************************************************
      *  CYCSTAT - OVERNIGHT CYCLE STATUS INQUIRY
      *
      *  THE STREAM (DLYEXT / LEDPOST / BACKUP) AS NOT
      *  STARTED, STARTED (WITH MINUTES ELAPSED SINCE ITS
      *  STARTED CHECKPOINT), OR COMPLETED (WITH ITS
      *  RECORD COUNT), TODAY'S EXCEPTIONS, THE SITE'S
      *  OPERATOR ALERTS STILL OPEN FOR THE CYCLE, AND WHETHER
      *  THE SITE'S BATCH WINDOW HAS CLOSED - SO A STALLED
      *  RUN CAN BE DESCRIBED OVER THE PHONE WITHOUT
      *  TAILING SYSOUT OR READING CHKPOINT BY EYE.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       FD  SITE-MASTER-FILE.
           COPY SITEREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-CHKPOINT-STATUS            PIC XX.
       01  WS-DAYSTAT-STATUS             PIC XX.
       01  WS-SODEXCP-STATUS             PIC XX.
       01  WS-SITE-STATUS                PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-ELAPSED-MINS               PIC 9(5) VALUE ZERO.

       01  WS-EXCEPTION-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-OPEN-ALERT-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-OLDER-ALERT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-COUNT-EDITED               PIC Z,ZZZ,ZZ9.

       01  WS-SWITCHES.
               88  MATCH-YESTERDAY       VALUE "Y".
           05  WS-EXCP-READ-SW           PIC X VALUE "Y".
               88  EXCEPTIONS-READABLE   VALUE "Y".
           05  WS-ALERT-READ-SW          PIC X VALUE "Y".
               88  ALERTS-READABLE       VALUE "Y".
           05  WS-WINDOW-VALID-SW        PIC X VALUE "N".
               88  WINDOW-VALID          VALUE "Y".
           05  WS-IN-WINDOW-SW           PIC X VALUE "N".
           PERFORM SWEEP-CHECKPOINTS
           PERFORM DISPLAY-CYCLE-STATUS
           PERFORM DISPLAY-TODAYS-EXCEPTIONS
           PERFORM DISPLAY-OPEN-ALERTS
           PERFORM DISPLAY-WINDOW-STATUS
           GOBACK.

           END-IF
           MOVE "N" TO WS-EOF-SW.

      *****************************************************
      *  THE SITE'S ALERTS NOBODY HAS ACKNOWLEDGED YET FOR
      *  THE CYCLE ON SHOW. ALERTS STILL OPEN FROM AN
      *  EARLIER CYCLE (A CATCH-UP NIGHT, OR ONE NOBODY
      *  ACKNOWLEDGED) ARE ONLY COUNTED, SO THEY ARE NOT
      *  LOST. ACKNOWLEDGING IS DONE IN ALERTACK - THIS
      *  SCREEN STAYS READ-ONLY.
      *****************************************************
       DISPLAY-OPEN-ALERTS.
           DISPLAY " "
           DISPLAY "OPEN ALERTS"
           MOVE ZERO TO WS-OPEN-ALERT-COUNT
           MOVE ZERO TO WS-OLDER-ALERT-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ALERT-FILE
           EVALUATE WS-ALERTS-STATUS
               WHEN "00"
                   PERFORM UNTIL END-OF-FILE
                       READ ALERT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF ALRT-SITE-CODE = WS-SITE-CODE
                                   AND ALRT-OPEN
                                   PERFORM NOTE-OPEN-ALERT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-ALERT-READ-SW
                   DISPLAY "  (ALERTS UNAVAILABLE - STATUS "
                       WS-ALERTS-STATUS ")"
           END-EVALUATE
           IF WS-OPEN-ALERT-COUNT = ZERO AND ALERTS-READABLE
               DISPLAY "  (NONE)"
           END-IF
           IF WS-OLDER-ALERT-COUNT > ZERO
               MOVE WS-OLDER-ALERT-COUNT TO WS-COUNT-EDITED
               DISPLAY "  PLUS " FUNCTION TRIM(WS-COUNT-EDITED)
                   " ALERT(S) STILL OPEN FROM EARLIER CYCLES"
           END-IF
           IF WS-OPEN-ALERT-COUNT > ZERO
               OR WS-OLDER-ALERT-COUNT > ZERO
               DISPLAY "  (ACKNOWLEDGE IN ALERTACK)"
           END-IF
           MOVE "N" TO WS-EOF-SW.

       NOTE-OPEN-ALERT.
           IF ALRT-CYCLE-DATE = WS-TODAY-DATE
               OR (MATCH-YESTERDAY
                   AND ALRT-CYCLE-DATE = WS-YESTERDAY-DATE)
               ADD 1 TO WS-OPEN-ALERT-COUNT
               DISPLAY "  " ALRT-RAISED-TIME " " ALRT-SEVERITY " "
                   ALRT-JOB-NAME " " FUNCTION TRIM(ALRT-TEXT)
           ELSE
               ADD 1 TO WS-OLDER-ALERT-COUNT
           END-IF.

      *****************************************************
      *  SAME WINDOW ARITHMETIC AS THE DISPATCHER: A
      *  WINDOW LIKE 2200-0600 WRAPS MIDNIGHT, SO INSIDE
