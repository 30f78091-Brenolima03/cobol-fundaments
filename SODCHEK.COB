      *export OPERMAST=data/OPERMAST.DAT SECURITY=data/SECURITY.DAT
      *    SITEMAST=data/SITEMAST.DAT SHIFTSCH=data/SHIFTSCH.DAT
      *    MOTD=data/MOTD.DAT CALENDAR=data/CALENDAR.DAT
      *    ACCTMAST=data/ACCTMAST.DAT ALERTS=data/ALERTS.DAT
      *    WELCOME_SITE_CODE=HQ
      *****************************************************
      *  SODCHEK - CONTROL FILE PRE-FLIGHT VALIDATION
      *
      *  REAL DATES). PRINTS A VALIDATION REPORT AND SETS
      *  A NONZERO RETURN-CODE SO THE STREAM STOPS ON BAD
      *  CONTROL DATA INSTEAD OF RUNNING ALL NIGHT ON IT.
      *  A FAILED VALIDATION ALSO RAISES A CRITICAL ALERT ON
      *  THE OPERATOR ALERT FILE (ALERTS), SINCE THE WHOLE
      *  NIGHT'S STREAM IS HELD BEHIND IT.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHEK.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-ERRORS-EDITED              PIC ZZZZ9.
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-OPERATOR-TABLE.
           05  WS-OPER-COUNT             PIC 9(3) VALUE ZERO.
           ELSE
               DISPLAY "SODCHEK: *** " WS-ERROR-COUNT " ERROR(S) "
                   "FOUND - CYCLE MUST NOT START ***"
               PERFORM WRITE-FAILURE-ALERT
               MOVE 12 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************
      *  THE ALERT CARRIES THE SITE THE DISPATCHER WOULD
      *  HAVE STARTED AND TODAY AS THE CYCLE DATE. THE
      *  DETAIL OF EACH ERROR IS ON THE VALIDATION REPORT.
      *****************************************************
       WRITE-FAILURE-ALERT.
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT
               "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF
           MOVE WS-ERROR-COUNT TO WS-ERRORS-EDITED
           MOVE SPACES TO WS-ALERT-TEXT
           STRING FUNCTION TRIM(WS-ERRORS-EDITED)
               " CONTROL FILE ERROR(S) - CYCLE MUST NOT START"
               DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING
           OPEN EXTEND ALERT-FILE
           IF WS-ALERTS-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERTS-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE SPACES TO OPERATOR-ALERT-RECORD
               MOVE WS-CURRENT-DATE-TIME(1:8) TO ALRT-RAISED-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO ALRT-RAISED-TIME
               MOVE WS-SITE-CODE TO ALRT-SITE-CODE
               MOVE "SODCHEK" TO ALRT-JOB-NAME
               SET ALRT-CRITICAL TO TRUE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "SODCHEK: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

       CHECK-OPERATOR-MASTER.
           DISPLAY " "
           DISPLAY "CHECKING OPERMAST"
