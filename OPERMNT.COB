      *cobc -x -frelax-syntax -I copybooks OPERMNT.COB
      *export OPERMAST=data/OPERMAST.DAT SECURITY=data/SECURITY.DAT
      *    OPERAUDT=data/OPERAUDT.DAT SODEXCP=data/SODEXCP.DAT
      *    ALERTS=data/ALERTS.DAT
      *****************************************************
      *  OPERMNT - OPERATOR AND PASSWORD MAINTENANCE
      *
      *  ENTRY, AND EVERY CHANGE APPENDS AN AUDIT RECORD
      *  (PASSWORDS MASKED) TO THE MAINTENANCE AUDIT FILE.
      *  MAINTENANCE IS RESTRICTED TO THE ADMIN ROLE; A
      *  SIGN-ON BY ANY OTHER ROLE IS REFUSED, LOGGED TO
      *  THE START-OF-DAY EXCEPTION FILE AND RAISED AS AN
      *  OPERATOR ALERT.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXCP-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       FD  EXCEPTION-FILE.
           COPY SODEXCREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERMAST-STATUS            PIC XX.
       01  WS-SECURITY-STATUS            PIC XX.
       01  WS-AUDIT-STATUS               PIC XX.
       01  WS-SODEXCP-STATUS             PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CURRENT-TIME               PIC X(6).
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-USER-ID                    PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
               MOVE "OPERMNT ACCESS REFUSED" TO EXC-DETAIL
               WRITE SOD-EXCEPTION-RECORD
               CLOSE EXCEPTION-FILE
           END-IF
           PERFORM WRITE-DENY-ALERT.

      *****************************************************
      *  THE REFUSAL ALSO GOES TO THE ALERT FILE AS A
      *  WARNING FOR THE MONITORING TOOL.
      *****************************************************
       WRITE-DENY-ALERT.
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "ROLE-DENY - OPERMNT ACCESS REFUSED - OPERATOR "
               DELIMITED BY SIZE
               WS-USER-ID DELIMITED BY SPACE
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
               MOVE "OPERMNT" TO ALRT-JOB-NAME
               SET ALRT-WARNING TO TRUE
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "OPERMNT: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

       MAINTENANCE-MENU.
