      *cobc -x -frelax-syntax -I copybooks ALERTACK.COB
      *export OPERMAST=data/OPERMAST.DAT SECURITY=data/SECURITY.DAT
      *    ALERTS=data/ALERTS.DAT ALRTWORK=data/ALRTWORK.DAT
      *    SODEXCP=data/SODEXCP.DAT WELCOME_SITE_CODE=HQ
      *****************************************************
      *  ALERTACK - OPERATOR ALERT ACKNOWLEDGEMENT
      *
      *  INTERACTIVE. LISTS THE SITE'S OPERATOR ALERTS
      *  STILL OPEN ON THE ALERT FILE, NUMBERED IN THE
      *  ORDER THEY WERE RAISED, AND LETS THE SHIFT
      *  OPERATOR ACKNOWLEDGE THEM ONE AT A TIME. AN
      *  ACKNOWLEDGED ALERT STAYS ON THE FILE WITH THE
      *  OPERATOR ID, DATE AND TIME OF THE ACKNOWLEDGEMENT
      *  AND DROPS OFF THE CYCSTAT SCREEN. THE OPERATOR
      *  SIGNS ON AGAINST THE SECURITY FILE AND MUST HOLD
      *  A ROLE THAT RUNS THE CYCLE; ANYONE ELSE IS REFUSED
      *  AND LOGGED AS A ROLE-DENY EXCEPTION AND ALERT.
      *  THE ALERT FILE IS REWRITTEN THROUGH THE ALRTWORK
      *  WORK FILE, AND THE CHOSEN ALERT IS MATCHED AGAIN
      *  ON ITS POSITION, RAISED TIME AND JOB BEFORE IT IS
      *  MARKED, SO AN ALERT CHANGED SINCE THE LIST WAS
      *  SHOWN IS NEVER ACKNOWLEDGED BY MISTAKE.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT SECURITY-FILE ASSIGN TO "SECURITY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-STATUS.

           SELECT ALERT-WORK-FILE ASSIGN TO "ALRTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALRTWORK-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "SODEXCP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SODEXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERREC.

       FD  SECURITY-FILE.
           COPY SECREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  ALERT-WORK-FILE.
       01  ALERT-WORK-RECORD             PIC X(124).

       FD  EXCEPTION-FILE.
           COPY SODEXCREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERMAST-STATUS            PIC XX.
       01  WS-SECURITY-STATUS            PIC XX.
       01  WS-ALERTS-STATUS              PIC XX.
       01  WS-ALRTWORK-STATUS            PIC XX.
       01  WS-SODEXCP-STATUS             PIC XX.

       01  WS-CURRENT-DATE-TIME          PIC X(21).
       01  WS-TODAY-DATE                 PIC X(8).
       01  WS-CURRENT-TIME               PIC X(6).
       01  WS-ALERT-TEXT                 PIC X(60).

       01  WS-USER-ID                    PIC X(8).
       01  WS-SITE-CODE                  PIC X(3).
       01  WS-USER-ROLE                  PIC X(10) VALUE SPACES.
           88  ROLE-MAY-ACKNOWLEDGE      VALUES "ADMIN" "OPER".
       01  WS-PASSWORD-INPUT             PIC X(8).

       01  WS-IN-ALERT                   PIC X(3).
       01  WS-CONFIRM-REPLY              PIC X(1).
       01  WS-OPEN-ALERT-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-ALERT-NO                   PIC 9(3) VALUE ZERO.
       01  WS-RECORD-NO                  PIC 9(7) VALUE ZERO.

      *****************************************************
      *  THE ALERT CHOSEN FROM THE LIST: ITS POSITION ON
      *  THE FILE AND THE FIELDS IT IS MATCHED ON AGAIN
      *  WHEN THE FILE IS REWRITTEN.
      *****************************************************
       01  WS-CHOSEN-ALERT.
           05  WS-CHOSEN-RECORD-NO       PIC 9(7).
           05  WS-CHOSEN-RAISED-DATE     PIC X(8).
           05  WS-CHOSEN-RAISED-TIME     PIC X(6).
           05  WS-CHOSEN-JOB-NAME        PIC X(8).

       01  WS-SWITCHES.
           05  WS-EOF-SW                 PIC X VALUE "N".
               88  END-OF-FILE           VALUE "Y".
           05  WS-SIGN-ON-SW             PIC X VALUE "N".
               88  SIGN-ON-OK            VALUE "Y".
           05  WS-DONE-SW                PIC X VALUE "N".
               88  ACKNOWLEDGE-DONE      VALUE "Y".
           05  WS-ALERT-FOUND-SW         PIC X VALUE "N".
               88  ALERT-FOUND           VALUE "Y".
           05  WS-ALERT-MARKED-SW        PIC X VALUE "N".
               88  ALERT-MARKED          VALUE "Y".
           05  WS-COPY-OK-SW             PIC X VALUE "Y".
               88  COPY-OK               VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM INITIALIZE-ACKNOWLEDGE
           PERFORM ACKNOWLEDGE-SIGN-ON
           IF NOT SIGN-ON-OK
               DISPLAY "ALERTACK: SIGN-ON REJECTED - NOT AUTHORIZED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOOKUP-USER-ROLE
           IF NOT ROLE-MAY-ACKNOWLEDGE
               PERFORM WRITE-DENY-EXCEPTION
               DISPLAY "ALERTACK: ROLE " WS-USER-ROLE
                   " IS NOT AUTHORIZED TO ACKNOWLEDGE ALERTS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL ACKNOWLEDGE-DONE
               PERFORM ACKNOWLEDGE-ROUND
           END-PERFORM
           DISPLAY "ALERTACK: SESSION ENDED"
           GOBACK.

       INITIALIZE-ACKNOWLEDGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CURRENT-TIME
           MOVE SPACES TO WS-SITE-CODE
           ACCEPT WS-SITE-CODE FROM ENVIRONMENT
               "WELCOME_SITE_CODE"
           IF WS-SITE-CODE = SPACES
               MOVE "HQ" TO WS-SITE-CODE
           END-IF.

       ACKNOWLEDGE-SIGN-ON.
           MOVE "N" TO WS-SIGN-ON-SW
           MOVE "N" TO WS-EOF-SW
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-USER-ID FROM CONSOLE
           DISPLAY "ENTER PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD-INPUT FROM CONSOLE
           OPEN INPUT SECURITY-FILE
           IF WS-SECURITY-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ SECURITY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SEC-OPER-ID = WS-USER-ID
                               AND SEC-PASSWORD = WS-PASSWORD-INPUT
                               SET SIGN-ON-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       LOOKUP-USER-ROLE.
           MOVE SPACES TO WS-USER-ROLE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ OPERATOR-MASTER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF OPER-ID = WS-USER-ID
                               MOVE OPER-ROLE TO WS-USER-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       WRITE-DENY-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           IF WS-SODEXCP-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF WS-SODEXCP-STATUS = "00"
               MOVE SPACES TO SOD-EXCEPTION-RECORD
               MOVE WS-TODAY-DATE TO EXC-RUN-DATE
               MOVE WS-CURRENT-TIME TO EXC-RUN-TIME
               MOVE WS-SITE-CODE TO EXC-SITE-CODE
               MOVE WS-USER-ID TO EXC-OPERATOR-ID
               MOVE "ROLE-DENY" TO EXC-TYPE
               MOVE "ALERTACK ACCESS REFUSED" TO EXC-DETAIL
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
           STRING "ROLE-DENY - ALERTACK ACCESS REFUSED - OPERATOR "
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
               MOVE "ALERTACK" TO ALRT-JOB-NAME
               SET ALRT-WARNING TO TRUE
               MOVE WS-TODAY-DATE TO ALRT-CYCLE-DATE
               MOVE WS-ALERT-TEXT TO ALRT-TEXT
               SET ALRT-OPEN TO TRUE
               WRITE OPERATOR-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "ALERTACK: CANNOT WRITE ALERT - STATUS "
                   WS-ALERTS-STATUS " - " WS-ALERT-TEXT
           END-IF.

      *****************************************************
      *  ONE PASS OF THE SESSION: LIST WHAT IS STILL OPEN,
      *  TAKE ONE ALERT NUMBER, ACKNOWLEDGE IT. A BLANK
      *  REPLY, OR NOTHING LEFT OPEN, ENDS THE SESSION.
      *****************************************************
       ACKNOWLEDGE-ROUND.
           PERFORM LIST-OPEN-ALERTS
           IF WS-OPEN-ALERT-COUNT = ZERO
               DISPLAY "NO OPEN ALERTS FOR SITE " WS-SITE-CODE
               SET ACKNOWLEDGE-DONE TO TRUE
           ELSE
               PERFORM SELECT-OPEN-ALERT
           END-IF.

       LIST-OPEN-ALERTS.
           MOVE ZERO TO WS-OPEN-ALERT-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ALERT-FILE
           EVALUATE WS-ALERTS-STATUS
               WHEN "00"
                   DISPLAY " "
                   DISPLAY "NO. RAISED          SEVERITY JOB      "
                       "CYCLE    TEXT"
                   PERFORM UNTIL END-OF-FILE
                       READ ALERT-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM LIST-ONE-ALERT
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ALERTACK: CANNOT OPEN ALERT FILE - "
                       "STATUS " WS-ALERTS-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SW.

       LIST-ONE-ALERT.
           IF ALRT-SITE-CODE = WS-SITE-CODE
               AND ALRT-OPEN
               AND WS-OPEN-ALERT-COUNT < 999
               ADD 1 TO WS-OPEN-ALERT-COUNT
               DISPLAY WS-OPEN-ALERT-COUNT " " ALRT-RAISED-DATE " "
                   ALRT-RAISED-TIME " " ALRT-SEVERITY " "
                   ALRT-JOB-NAME " " ALRT-CYCLE-DATE " "
                   FUNCTION TRIM(ALRT-TEXT)
           END-IF.

       SELECT-OPEN-ALERT.
           DISPLAY "ALERT TO ACKNOWLEDGE (BLANK = END): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IN-ALERT
           ACCEPT WS-IN-ALERT FROM CONSOLE
           EVALUATE TRUE
               WHEN WS-IN-ALERT = SPACES
                   SET ACKNOWLEDGE-DONE TO TRUE
               WHEN WS-IN-ALERT IS NOT NUMERIC
                   DISPLAY "ALERT NUMBER MUST BE 3 DIGITS"
               WHEN OTHER
                   MOVE WS-IN-ALERT TO WS-ALERT-NO
                   PERFORM FIND-OPEN-ALERT
                   IF ALERT-FOUND
                       PERFORM CONFIRM-ACKNOWLEDGE
                   ELSE
                       DISPLAY "ALERT " WS-ALERT-NO
                           " IS NOT ON THE LIST"
                   END-IF
           END-EVALUATE.

      *****************************************************
      *  FINDS THE N-TH OPEN ALERT FOR THE SITE, COUNTING
      *  THE SAME WAY THE LIST DID, AND NOTES ITS POSITION
      *  ON THE FILE.
      *****************************************************
       FIND-OPEN-ALERT.
           MOVE "N" TO WS-ALERT-FOUND-SW
           MOVE ZERO TO WS-OPEN-ALERT-COUNT
           MOVE ZERO TO WS-RECORD-NO
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ALERT-FILE
           IF WS-ALERTS-STATUS = "00"
               PERFORM UNTIL END-OF-FILE OR ALERT-FOUND
                   READ ALERT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           IF ALRT-SITE-CODE = WS-SITE-CODE
                               AND ALRT-OPEN
                               ADD 1 TO WS-OPEN-ALERT-COUNT
                               IF WS-OPEN-ALERT-COUNT = WS-ALERT-NO
                                   PERFORM NOTE-CHOSEN-ALERT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           MOVE "N" TO WS-EOF-SW.

       NOTE-CHOSEN-ALERT.
           SET ALERT-FOUND TO TRUE
           MOVE WS-RECORD-NO TO WS-CHOSEN-RECORD-NO
           MOVE ALRT-RAISED-DATE TO WS-CHOSEN-RAISED-DATE
           MOVE ALRT-RAISED-TIME TO WS-CHOSEN-RAISED-TIME
           MOVE ALRT-JOB-NAME TO WS-CHOSEN-JOB-NAME
           DISPLAY " "
           DISPLAY "RAISED...........: " ALRT-RAISED-DATE " "
               ALRT-RAISED-TIME " BY " ALRT-JOB-NAME
           DISPLAY "SEVERITY.........: " ALRT-SEVERITY
           DISPLAY "CYCLE DATE.......: " ALRT-CYCLE-DATE
           DISPLAY "TEXT.............: " FUNCTION TRIM(ALRT-TEXT).

       CONFIRM-ACKNOWLEDGE.
           DISPLAY "ACKNOWLEDGE THIS ALERT AS " WS-USER-ID
               " (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-CONFIRM-REPLY
           ACCEPT WS-CONFIRM-REPLY FROM CONSOLE
           IF WS-CONFIRM-REPLY = "Y" OR WS-CONFIRM-REPLY = "y"
               PERFORM ACKNOWLEDGE-ALERT
           ELSE
               DISPLAY "ALERT " WS-ALERT-NO " LEFT OPEN"
           END-IF.

      *****************************************************
      *  THE ALERT FILE IS COPIED TO THE WORK FILE WITH THE
      *  CHOSEN ALERT MARKED ACKNOWLEDGED, AND THE WORK FILE
      *  IS THEN COPIED BACK OVER THE ALERT FILE. NOTHING
      *  IS COPIED BACK UNLESS THE ALERT WAS FOUND AGAIN,
      *  STILL OPEN, WHERE THE LIST SAID IT WAS.
      *****************************************************
       ACKNOWLEDGE-ALERT.
           MOVE "Y" TO WS-COPY-OK-SW
           MOVE "N" TO WS-ALERT-MARKED-SW
           MOVE ZERO TO WS-RECORD-NO
           OPEN INPUT ALERT-FILE
           IF WS-ALERTS-STATUS NOT = "00"
               DISPLAY "ALERTACK: CANNOT OPEN ALERT FILE - "
                   "STATUS " WS-ALERTS-STATUS
               MOVE "N" TO WS-COPY-OK-SW
           END-IF
           IF COPY-OK
               OPEN OUTPUT ALERT-WORK-FILE
               IF WS-ALRTWORK-STATUS NOT = "00"
                   DISPLAY "ALERTACK: CANNOT OPEN ALERT WORK FILE - "
                       "STATUS " WS-ALRTWORK-STATUS
                   CLOSE ALERT-FILE
                   MOVE "N" TO WS-COPY-OK-SW
               END-IF
           END-IF
           IF COPY-OK
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL END-OF-FILE
                   READ ALERT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NO
                           PERFORM MARK-CHOSEN-ALERT
                           WRITE ALERT-WORK-RECORD
                               FROM OPERATOR-ALERT-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SW
               CLOSE ALERT-FILE
               CLOSE ALERT-WORK-FILE
               IF ALERT-MARKED
                   PERFORM REWRITE-ALERT-FILE
               ELSE
                   DISPLAY "ALERT " WS-ALERT-NO " CHANGED SINCE THE "
                       "LIST WAS SHOWN - NOT ACKNOWLEDGED"
               END-IF
           ELSE
               DISPLAY "ALERT " WS-ALERT-NO " LEFT OPEN"
           END-IF.

       MARK-CHOSEN-ALERT.
           IF WS-RECORD-NO = WS-CHOSEN-RECORD-NO
               AND ALRT-RAISED-DATE = WS-CHOSEN-RAISED-DATE
               AND ALRT-RAISED-TIME = WS-CHOSEN-RAISED-TIME
               AND ALRT-JOB-NAME = WS-CHOSEN-JOB-NAME
               AND ALRT-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               SET ALRT-ACKNOWLEDGED TO TRUE
               MOVE WS-USER-ID TO ALRT-ACK-BY
               MOVE WS-CURRENT-DATE-TIME(1:8) TO ALRT-ACK-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO ALRT-ACK-TIME
               SET ALERT-MARKED TO TRUE
           END-IF.

       REWRITE-ALERT-FILE.
      *    ALERTS IS ONLY EMPTIED ONCE THE WORK FILE HAS OPENED,
      *    SO A FAILED RE-READ LEAVES THE FEED AS IT WAS.
           OPEN INPUT ALERT-WORK-FILE
           IF WS-ALRTWORK-STATUS NOT = "00"
               DISPLAY "ALERTACK: *** CANNOT RE-READ ALERT WORK "
                   "FILE - STATUS " WS-ALRTWORK-STATUS " - ALERTS "
                   "IS UNTOUCHED AND ALERT " WS-ALERT-NO " IS STILL "
                   "OPEN ***"
               MOVE 12 TO RETURN-CODE
               SET ACKNOWLEDGE-DONE TO TRUE
           ELSE
               OPEN OUTPUT ALERT-FILE
               IF WS-ALERTS-STATUS NOT = "00"
      *            THE WORK FILE HOLDS THE ONLY COMPLETE COPY NOW,
      *            SO SAY WHERE IT IS RATHER THAN CARRY ON.
                   DISPLAY "ALERTACK: *** CANNOT REWRITE ALERT FILE "
                       "- STATUS " WS-ALERTS-STATUS " - THE ALERTS "
                       "ARE ON ALRTWORK; COPY IT BACK OVER ALERTS "
                       "BEFORE ANY JOB RUNS ***"
                   MOVE 12 TO RETURN-CODE
                   SET ACKNOWLEDGE-DONE TO TRUE
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL END-OF-FILE
                       READ ALERT-WORK-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               WRITE OPERATOR-ALERT-RECORD
                                   FROM ALERT-WORK-RECORD
                       END-READ
                   END-PERFORM
                   MOVE "N" TO WS-EOF-SW
                   CLOSE ALERT-FILE
                   DISPLAY "ALERT " WS-ALERT-NO " ACKNOWLEDGED BY "
                       WS-USER-ID
               END-IF
               CLOSE ALERT-WORK-FILE
           END-IF.
